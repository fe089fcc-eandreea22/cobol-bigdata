               VALUE "month-end-checkpoint.dat".
           05  FCP-BUS-CALENDAR        PIC X(200)
               VALUE "business-calendar.dat".
           05  FCP-CHARGEOFF-LEDGER    PIC X(200)
               VALUE "loan-chargeoff-ledger.dat".
           05  FCP-GL-ACCOUNT-MAP      PIC X(200)
               VALUE "gl-account-map.dat".
           05  FCP-GL-INTERFACE        PIC X(200)
               VALUE "gl-interface.dat".
           05  FCP-GL-CONTROL          PIC X(200)
               VALUE "gl-posting-control.dat".
           05  FCP-LOSS-RATES          PIC X(200)
               VALUE "allowance-loss-rates.dat".
           05  FCP-ALLOWANCE-HISTORY   PIC X(200)
               VALUE "allowance-history.dat".
           05  FCP-CTR-CONFIG          PIC X(200)
               VALUE "ctr-config.dat".
           05  FCP-CTR-FILE            PIC X(200)
               VALUE "currency-txn-reports.dat".
           05  FCP-SAR-REGISTER        PIC X(200)
               VALUE "sar-register.dat".
           05  FCP-DISPUTE-REGISTER    PIC X(200)
               VALUE "dispute-register.dat".
           05  FCP-ALERT-LOG           PIC X(200)
               VALUE "fraud-alert-log.dat".
           05  FCP-ALERT-OUT           PIC X(200)
               VALUE "fraud-alert-out.dat".
           05  FCP-ALERT-RESPONSES     PIC X(200)
               VALUE "fraud-alert-responses.dat".
           05  FCP-CHALLENGER-THRESH   PIC X(200)
               VALUE "challenger-thresholds.dat".
           05  FCP-CHALLENGER-MCC      PIC X(200)
               VALUE "challenger-mcc-risk.dat".
           05  FCP-CHALLENGER-LOG      PIC X(200)
               VALUE "challenger-log.dat".
           05  FCP-RING-REGISTER       PIC X(200)
               VALUE "id-ring-register.dat".
           05  FCP-RING-CONFIG         PIC X(200)
               VALUE "id-ring-config.dat".
           05  FCP-TAKEOVER-CONFIG     PIC X(200)
               VALUE "takeover-config.dat".
           05  FCP-AUTOPAY-ENROLL      PIC X(200)
               VALUE "autopay-enrollment.dat".
           05  FCP-AUTOPAY-DEBITS      PIC X(200)
               VALUE "autopay-debit-register.dat".
           05  FCP-AUTOPAY-OUTBOUND    PIC X(200)
               VALUE "autopay-debit-file.dat".
           05  FCP-AUTOPAY-RETURNS     PIC X(200)
               VALUE "autopay-returns.dat".
           05  FCP-AUTOPAY-CONFIG      PIC X(200)
               VALUE "autopay-config.dat".
           05  FCP-BILLING-MANIFEST    PIC X(200)
               VALUE "billing-notice-manifest.dat".
           05  FCP-BILLING-CONFIG      PIC X(200)
               VALUE "billing-notice-config.dat".
           05  FCP-DUNNING-HISTORY     PIC X(200)
               VALUE "dunning-letter-history.dat".
           05  FCP-LEGAL-STATUS        PIC X(200)
               VALUE "legal-status-register.dat".
           05  FCP-YEAREND-CHECKPOINT  PIC X(200)
               VALUE "year-end-tax-checkpoint.dat".
           05  FCP-PRODUCT-CATALOG     PIC X(200)
               VALUE "product-catalog.dat".
           05  FCP-COLLATERAL          PIC X(200)
               VALUE "collateral-register.dat".
           05  FCP-COLLATERAL-LTV      PIC X(200)
               VALUE "collateral-ltv-table.dat".
           05  FCP-LIEN-RELEASE-QUEUE  PIC X(200)
               VALUE "lien-release-queue.dat".
           05  FCP-LOAN-QUOTES         PIC X(200)
               VALUE "loan-quotes.dat".
           05  FCP-QUOTE-NUMBER        PIC X(200)
               VALUE "loan-quote-number.dat".
           05  FCP-QUOTE-CONFIG        PIC X(200)
               VALUE "loan-quote-config.dat".
           05  FCP-PRICING-AUTHORITY   PIC X(200)
               VALUE "pricing-authority.dat".
           05  FCP-PRICING-EXCEPTIONS  PIC X(200)
               VALUE "pricing-exception-register.dat".
           05  FCP-ORIGINATION-LOG     PIC X(200)
               VALUE "loan-origination-log.dat".
           05  FCP-LOAN-POSITION       PIC X(200)
               VALUE "loan-position-master.dat".
           05  FCP-RELATED-PARTIES     PIC X(200)
               VALUE "related-party-register.dat".
           05  FCP-OBLIGOR-CONFIG      PIC X(200)
               VALUE "obligor-limit-config.dat".
           05  FCP-COMPLAINT-REGISTER  PIC X(200)
               VALUE "complaint-register.dat".
           05  FCP-ID-DOCUMENTS        PIC X(200)
               VALUE "id-document-register.dat".
           05  FCP-ID-EXPIRY-CONFIG    PIC X(200)
               VALUE "id-expiry-config.dat".
           05  FCP-SANCTIONS-NAMES     PIC X(200)
               VALUE "sanctions-name-list.dat".
           05  FCP-CLEARED-MATCHES     PIC X(200)
               VALUE "sanctions-cleared-matches.dat".
           05  FCP-NAME-SCREEN-CONFIG  PIC X(200)
               VALUE "name-screen-config.dat".
           05  FCP-SOD-RULES           PIC X(200)
               VALUE "sod-rules.dat".
           05  FCP-SOD-CONFIG          PIC X(200)
               VALUE "sod-config.dat".
           05  FCP-BACKUP-DIR          PIC X(200)
               VALUE "suite-backups".
           05  FCP-BACKUP-CATALOG      PIC X(200)
               VALUE "suite-backup-catalog.dat".
           05  FCP-BACKUP-CONFIG       PIC X(200)
               VALUE "backup-config.dat".
           05  FCP-MASK-TARGET-DIR     PIC X(200)
               VALUE "test-region".
           05  FCP-KPI-HISTORY         PIC X(200)
               VALUE "kpi-history.dat".
           05  FCP-KPI-TOLERANCE       PIC X(200)
               VALUE "kpi-tolerance.dat".
           05  FCP-FEED-CONTROL        PIC X(200)
               VALUE "change-feed-control.dat".
           05  FCP-FEED-SNAPSHOT       PIC X(200)
               VALUE "change-feed-snapshot.dat".
           05  FCP-FEED-PENDING        PIC X(200)
               VALUE "change-feed-pending.dat".
           05  FCP-FEED-HISTORY        PIC X(200)
               VALUE "change-feed-history.dat".
           05  FCP-FEED-OUTBOUND       PIC X(200)
               VALUE "change-feed-out.dat".
           05  FCP-FEED-RESEND         PIC X(200)
               VALUE "change-feed-resend.dat".
           05  FCP-FEED-ACK            PIC X(200)
               VALUE "change-feed-ack.dat".
           05  FCP-DISBURSE-CONFIRM    PIC X(200)
               VALUE "disburse-confirm.dat".
           05  FCP-DISBURSE-CLEARING   PIC X(200)
               VALUE "disburse-clearing.dat".
           05  FCP-DISBURSE-CONFIG     PIC X(200)
               VALUE "disburse-recon-config.dat".
           05  FCP-LOAN-CONDITIONS     PIC X(200)
               VALUE "loan-conditions.dat".
           05  FCP-WAIVER-AUTHORITY    PIC X(200)
               VALUE "fee-waiver-authority.dat".
           05  FCP-FEE-WAIVERS         PIC X(200)
               VALUE "fee-waiver-register.dat".
           05  FCP-CASE-ACTIVITY       PIC X(200)
               VALUE "case-activity.dat".
