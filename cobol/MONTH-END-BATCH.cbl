      *> Steps:
      *>   1. Financial close: ./loan-reprice (variable rates move
      *>      first, so the month accrues at the rate in force),
      *>      then ./interest-accrue, then ./late-fee-assess,
      *>      then ./allowance-calc (the reserve is sized on the
      *>      book after the month's fees land)
      *>   2. ./statement-gen (statements AFTER accrual - the whole
      *>      reason this driver exists)
      *>   3. ./audit-rollover
      *>   4. ./loan-recon, then ./portfolio-report, then
      *>      ./pricing-exception-report (the month's officer rate
      *>      exceptions and the interest they forgo), then
      *>      ./officer-scorecard (each officer's production and
      *>      loan performance against the shop average), then
      *>      ./customer-profitability (what each relationship
      *>      earned against what it cost, by segment), then
      *>      ./complaint-summary (the month's complaints by
      *>      category and root cause), then ./sod-report (each
      *>      operator's activity and the segregation-of-duties
      *>      conflicts for compliance review), then
      *>      ./fee-waiver-report (the month's fee waivers and
      *>      refunds by reason and operator)
      *>
      *> Checkpoint file (month-end-checkpoint.dat, 7 bytes):
      *>   Byte 1:    Last completed step (0=none, 1-4)
       RUN-STEP-1-FINANCIAL-CLOSE.
      *> Repricing first so the month accrues at the rate actually
      *> in force; accrual before fees so a payment posted between
      *> them settles against the month's interest. The loss
      *> allowance comes last, sized on the book as it closes. Each
      *> inner program is idempotent per period, so a re-entered
      *> step cannot double-post.
           DISPLAY "Step 1: financial close".
           MOVE "timeout 120 ./loan-reprice" TO WS-CMD.
           PERFORM RUN-ONE-COMMAND.
           PERFORM RUN-ONE-COMMAND.
           MOVE "timeout 120 ./late-fee-assess" TO WS-CMD.
           PERFORM RUN-ONE-COMMAND.
           MOVE "timeout 120 ./allowance-calc" TO WS-CMD.
           PERFORM RUN-ONE-COMMAND.

       RUN-STEP-2-STATEMENTS.
      *> Statements AFTER accrual - the ordering mistake this
           PERFORM RUN-ONE-COMMAND.
           MOVE "timeout 120 ./portfolio-report" TO WS-CMD.
           PERFORM RUN-ONE-COMMAND.
           MOVE "timeout 120 ./pricing-exception-report" TO WS-CMD.
           PERFORM RUN-ONE-COMMAND.
           MOVE "timeout 120 ./officer-scorecard" TO WS-CMD.
           PERFORM RUN-ONE-COMMAND.
           MOVE "timeout 120 ./customer-profitability" TO WS-CMD.
           PERFORM RUN-ONE-COMMAND.
           MOVE "timeout 120 ./complaint-summary" TO WS-CMD.
           PERFORM RUN-ONE-COMMAND.
           MOVE "timeout 120 ./sod-report" TO WS-CMD.
           PERFORM RUN-ONE-COMMAND.
           MOVE "timeout 120 ./fee-waiver-report" TO WS-CMD.
           PERFORM RUN-ONE-COMMAND.

       RUN-ONE-COMMAND.
           DISPLAY "  " FUNCTION TRIM(WS-CMD).
