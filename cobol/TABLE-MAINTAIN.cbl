      *> Maintainable tables: sanctions-watchlist.dat,
      *> fraud-score-thresholds.dat, loan-rate-table.dat,
      *> mcc-risk-table.dat, currency-rates.dat,
      *> hot-merchant-table.dat, gl-account-map.dat,
      *> allowance-loss-rates.dat, challenger-thresholds.dat,
      *> challenger-mcc-risk.dat, product-catalog.dat,
      *> collateral-ltv-table.dat, pricing-authority.dat,
      *> sod-rules.dat, fee-waiver-authority.dat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               AND WS-TABLE-NAME NOT = "mcc-risk-table.dat"
               AND WS-TABLE-NAME NOT = "currency-rates.dat"
               AND WS-TABLE-NAME NOT = "hot-merchant-table.dat"
               AND WS-TABLE-NAME NOT = "gl-account-map.dat"
               AND WS-TABLE-NAME NOT = "allowance-loss-rates.dat"
               AND WS-TABLE-NAME NOT = "challenger-thresholds.dat"
               AND WS-TABLE-NAME NOT = "challenger-mcc-risk.dat"
               AND WS-TABLE-NAME NOT = "product-catalog.dat"
               AND WS-TABLE-NAME NOT = "collateral-ltv-table.dat"
               AND WS-TABLE-NAME NOT = "pricing-authority.dat"
               AND WS-TABLE-NAME NOT = "sod-rules.dat"
               AND WS-TABLE-NAME NOT = "fee-waiver-authority.dat"
               DISPLAY "ERROR: " FUNCTION TRIM(WS-TABLE-NAME)
                   " is not a maintainable table"
               MOVE 1 TO RETURN-CODE
                   MOVE FCP-CURRENCY-RATES TO WS-LIVE-TABLE-NAME
               WHEN "hot-merchant-table.dat"
                   MOVE FCP-HOT-MERCHANTS TO WS-LIVE-TABLE-NAME
               WHEN "gl-account-map.dat"
                   MOVE FCP-GL-ACCOUNT-MAP TO WS-LIVE-TABLE-NAME
               WHEN "allowance-loss-rates.dat"
                   MOVE FCP-LOSS-RATES TO WS-LIVE-TABLE-NAME
               WHEN "challenger-thresholds.dat"
                   MOVE FCP-CHALLENGER-THRESH TO WS-LIVE-TABLE-NAME
               WHEN "challenger-mcc-risk.dat"
                   MOVE FCP-CHALLENGER-MCC TO WS-LIVE-TABLE-NAME
               WHEN "product-catalog.dat"
                   MOVE FCP-PRODUCT-CATALOG TO WS-LIVE-TABLE-NAME
               WHEN "collateral-ltv-table.dat"
                   MOVE FCP-COLLATERAL-LTV TO WS-LIVE-TABLE-NAME
               WHEN "pricing-authority.dat"
                   MOVE FCP-PRICING-AUTHORITY TO WS-LIVE-TABLE-NAME
               WHEN "sod-rules.dat"
                   MOVE FCP-SOD-RULES TO WS-LIVE-TABLE-NAME
               WHEN "fee-waiver-authority.dat"
                   MOVE FCP-WAIVER-AUTHORITY TO WS-LIVE-TABLE-NAME
               WHEN OTHER
                   MOVE WS-FC-TABLE-NAME TO WS-LIVE-TABLE-NAME
           END-EVALUATE.
