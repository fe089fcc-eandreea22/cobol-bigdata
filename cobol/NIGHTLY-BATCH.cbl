      *>      instead of once per line; FRAUD-CHECK maintains the
      *>      per-line checkpoint in this driver's checkpoint file,
      *>      so an abend still resumes mid-file
      *>   4. ./ctr-monitor (currency transaction reports and
      *>      structuring cases over the screened cash history),
      *>      ./fraud-alert-in (customers' answers to earlier fraud
      *>      alerts applied to their cases), ./fraud-alert-out ("was
      *>      this you?" alerts for the day's new review cases),
      *>      ./autopay-returns (the bank's returned autopay debits
      *>      reversed, NSF fees charged), ./disburse-recon (the
      *>      bank's disbursement confirmations cleared, returned
      *>      fundings backed out, late ones reported),
      *>      ./autopay-originate (the day's scheduled autopay
      *>      debits sent and posted) and
      *>      ./billing-notice (pre-due billing notices for loans
      *>      coming due within the configured lead),
      *>      ./position-verify (loan positions proved against the
      *>      ledgers once the day's postings are in; disagreements
      *>      are reported on position-verify-report.txt and
      *>      displayed, but do not stop the run), ./id-expiry
      *>      (KYC review items opened for customers whose identity
      *>      document has expired or is about to), then
      *>      ./housekeeping (retention archival of the transaction
      *>      history and pruning of the stale lookup cache)
      *>
      *> Checkpoint file (nightly-batch-checkpoint.dat, 7 bytes):
           MOVE WS-LINE-COUNT TO WS-TXN-LINE-NUM.

       RUN-STEP-4-HOUSEKEEPING.
      *> Cash monitoring runs over the day's screened history before
      *> retention archival can move any of its window away; it is
      *> safe to re-enter, so a rerun of this step raises nothing
      *> twice.
           DISPLAY "Step 4: cash monitoring and retention housekeeping".
           MOVE "timeout 120 ./ctr-monitor" TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.
           MOVE RETURN-CODE TO WS-CMD-RESULT.
           IF WS-CMD-RESULT NOT = 0
               PERFORM ABEND-STEP
           END-IF.

      *> Answers are taken in before the next alerts go out; both are
      *> kept on the alert log, so neither acts twice on a rerun.
           MOVE "timeout 120 ./fraud-alert-in" TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.
           MOVE RETURN-CODE TO WS-CMD-RESULT.
           IF WS-CMD-RESULT NOT = 0
               PERFORM ABEND-STEP
           END-IF.

           MOVE "timeout 120 ./fraud-alert-out" TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.
           MOVE RETURN-CODE TO WS-CMD-RESULT.
           IF WS-CMD-RESULT NOT = 0
               PERFORM ABEND-STEP
           END-IF.

      *> Returns are taken in before the day's debits go out, so a
      *> loan dropped tonight is not debited again tonight; both
      *> track what they have done on the debit register and the
      *> enrollments, so neither acts twice on a rerun.
           MOVE "timeout 120 ./autopay-returns" TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.
           MOVE RETURN-CODE TO WS-CMD-RESULT.
           IF WS-CMD-RESULT NOT = 0
               PERFORM ABEND-STEP
           END-IF.

      *> Before anything is billed or proved, so a loan whose
      *> funding bounced is already backed out to APPROVED. Exit code
      *> 2 means the report lists items for operations to chase with
      *> the bank; only a failure to run at all stops the batch.
           MOVE "timeout 120 ./disburse-recon" TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.
           PERFORM GET-EXIT-CODE.
           IF WS-CMD-RESULT = 2
               DISPLAY "WARNING: disbursements unconfirmed or "
                   "unmatched - see disburse-recon-report.txt"
           ELSE
               IF WS-CMD-RESULT NOT = 0
                   PERFORM ABEND-STEP
               END-IF
           END-IF.

           MOVE "timeout 120 ./autopay-originate" TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.
           MOVE RETURN-CODE TO WS-CMD-RESULT.
           IF WS-CMD-RESULT NOT = 0
               PERFORM ABEND-STEP
           END-IF.

      *> Billed after the day's debits are posted, so a notice
      *> reflects them; the notice manifest keeps a rerun from
      *> billing any due date twice.
           MOVE "timeout 120 ./billing-notice" TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.
           MOVE RETURN-CODE TO WS-CMD-RESULT.
           IF WS-CMD-RESULT NOT = 0
               PERFORM ABEND-STEP
           END-IF.

      *> Proved after the last posting program of the night. Exit
      *> code 2 means the report lists disagreements for operations
      *> to repair (POSITION-VERIFY REBUILD) - nothing tonight's
      *> remaining work depends on - so only a failure to run at all
      *> stops the batch.
           MOVE "timeout 120 ./position-verify" TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.
           PERFORM GET-EXIT-CODE.
           IF WS-CMD-RESULT = 2
               DISPLAY "WARNING: loan positions disagree with the "
                   "ledgers - see position-verify-report.txt"
           ELSE
               IF WS-CMD-RESULT NOT = 0
                   PERFORM ABEND-STEP
               END-IF
           END-IF.

           MOVE "timeout 120 ./id-expiry" TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.
           MOVE RETURN-CODE TO WS-CMD-RESULT.
           IF WS-CMD-RESULT NOT = 0
               PERFORM ABEND-STEP
           END-IF.

           MOVE "timeout 60 ./housekeeping" TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.
           MOVE RETURN-CODE TO WS-CMD-RESULT.
               PERFORM ABEND-STEP
           END-IF.

      *> CALL "SYSTEM" returns the shell's wait status, which carries
      *> a step's exit code in its high byte (exit 2 comes back as
      *> 512). Steps whose particular exit code means something are
      *> tested on the code itself; a status below 256 means the step
      *> never exited normally and is kept as it is.
       GET-EXIT-CODE.
           IF RETURN-CODE > 255
               DIVIDE RETURN-CODE BY 256 GIVING WS-CMD-RESULT
           ELSE
               MOVE RETURN-CODE TO WS-CMD-RESULT
           END-IF.

       ABEND-STEP.
      *> Leave the checkpoint exactly as last saved - the next run of
      *> this job picks up from the failed step (or failed line).
