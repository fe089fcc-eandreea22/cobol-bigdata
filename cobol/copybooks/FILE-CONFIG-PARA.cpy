                   MOVE FCP-ENTRY-PATH TO FCP-MONTHEND-CHECKPOINT
               WHEN "business-calendar.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-BUS-CALENDAR
               WHEN "loan-chargeoff-ledger.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-CHARGEOFF-LEDGER
               WHEN "gl-account-map.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-GL-ACCOUNT-MAP
               WHEN "gl-interface.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-GL-INTERFACE
               WHEN "gl-posting-control.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-GL-CONTROL
               WHEN "allowance-loss-rates.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-LOSS-RATES
               WHEN "allowance-history.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-ALLOWANCE-HISTORY
               WHEN "ctr-config.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-CTR-CONFIG
               WHEN "currency-txn-reports.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-CTR-FILE
               WHEN "sar-register.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-SAR-REGISTER
               WHEN "dispute-register.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-DISPUTE-REGISTER
               WHEN "fraud-alert-log.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-ALERT-LOG
               WHEN "fraud-alert-out.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-ALERT-OUT
               WHEN "fraud-alert-responses.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-ALERT-RESPONSES
               WHEN "challenger-thresholds.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-CHALLENGER-THRESH
               WHEN "challenger-mcc-risk.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-CHALLENGER-MCC
               WHEN "challenger-log.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-CHALLENGER-LOG
               WHEN "id-ring-register.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-RING-REGISTER
               WHEN "id-ring-config.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-RING-CONFIG
               WHEN "takeover-config.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-TAKEOVER-CONFIG
               WHEN "autopay-enrollment.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-AUTOPAY-ENROLL
               WHEN "autopay-debit-register.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-AUTOPAY-DEBITS
               WHEN "autopay-debit-file.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-AUTOPAY-OUTBOUND
               WHEN "autopay-returns.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-AUTOPAY-RETURNS
               WHEN "autopay-config.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-AUTOPAY-CONFIG
               WHEN "billing-notice-manifest.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-BILLING-MANIFEST
               WHEN "billing-notice-config.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-BILLING-CONFIG
               WHEN "dunning-letter-history.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-DUNNING-HISTORY
               WHEN "legal-status-register.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-LEGAL-STATUS
               WHEN "year-end-tax-checkpoint.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-YEAREND-CHECKPOINT
               WHEN "product-catalog.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-PRODUCT-CATALOG
               WHEN "collateral-register.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-COLLATERAL
               WHEN "collateral-ltv-table.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-COLLATERAL-LTV
               WHEN "lien-release-queue.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-LIEN-RELEASE-QUEUE
               WHEN "loan-quotes.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-LOAN-QUOTES
               WHEN "loan-quote-number.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-QUOTE-NUMBER
               WHEN "loan-quote-config.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-QUOTE-CONFIG
               WHEN "pricing-authority.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-PRICING-AUTHORITY
               WHEN "pricing-exception-register.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-PRICING-EXCEPTIONS
               WHEN "loan-origination-log.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-ORIGINATION-LOG
               WHEN "loan-position-master.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-LOAN-POSITION
               WHEN "related-party-register.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-RELATED-PARTIES
               WHEN "obligor-limit-config.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-OBLIGOR-CONFIG
               WHEN "complaint-register.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-COMPLAINT-REGISTER
               WHEN "id-document-register.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-ID-DOCUMENTS
               WHEN "id-expiry-config.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-ID-EXPIRY-CONFIG
               WHEN "sanctions-name-list.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-SANCTIONS-NAMES
               WHEN "sanctions-cleared-matches.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-CLEARED-MATCHES
               WHEN "name-screen-config.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-NAME-SCREEN-CONFIG
               WHEN "sod-rules.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-SOD-RULES
               WHEN "sod-config.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-SOD-CONFIG
               WHEN "suite-backups"
                   MOVE FCP-ENTRY-PATH TO FCP-BACKUP-DIR
               WHEN "suite-backup-catalog.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-BACKUP-CATALOG
               WHEN "backup-config.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-BACKUP-CONFIG
               WHEN "test-region"
                   MOVE FCP-ENTRY-PATH TO FCP-MASK-TARGET-DIR
               WHEN "kpi-history.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-KPI-HISTORY
               WHEN "kpi-tolerance.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-KPI-TOLERANCE
               WHEN "change-feed-control.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-FEED-CONTROL
               WHEN "change-feed-snapshot.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-FEED-SNAPSHOT
               WHEN "change-feed-pending.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-FEED-PENDING
               WHEN "change-feed-history.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-FEED-HISTORY
               WHEN "change-feed-out.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-FEED-OUTBOUND
               WHEN "change-feed-resend.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-FEED-RESEND
               WHEN "change-feed-ack.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-FEED-ACK
               WHEN "disburse-confirm.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-DISBURSE-CONFIRM
               WHEN "disburse-clearing.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-DISBURSE-CLEARING
               WHEN "disburse-recon-config.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-DISBURSE-CONFIG
               WHEN "loan-conditions.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-LOAN-CONDITIONS
               WHEN "fee-waiver-authority.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-WAIVER-AUTHORITY
               WHEN "fee-waiver-register.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-FEE-WAIVERS
               WHEN "case-activity.dat"
                   MOVE FCP-ENTRY-PATH TO FCP-CASE-ACTIVITY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
