               RECORD KEY IS STM-STORE-ID
               FILE STATUS IS STORE-MASTER-STATUS.

           SELECT STORE-MASTER-OLD-FILE ASSIGN TO "STOREMST.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STO-STORE-ID
               FILE STATUS IS STORE-MASTER-OLD-STATUS.

           SELECT FV-ACCOUNTS-FILE ASSIGN TO "FVACCTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FV-ACCOUNTS-STATUS.
               RECORD KEY IS FVM-ACCT-NUMBER
               FILE STATUS IS FV-MASTER-STATUS.

           SELECT FV-MASTER-OLD-FILE ASSIGN TO "FVMASTER.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FVO-ACCT-NUMBER
               FILE STATUS IS FV-MASTER-OLD-STATUS.

           SELECT RATE-SCENARIO-FILE ASSIGN TO "FVSCEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCENARIO-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-COMPLETION-STATUS.

           SELECT EXEMPT-CERT-FILE ASSIGN TO "EXCERT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ECM-CERT-NUMBER
               FILE STATUS IS EXEMPT-CERT-STATUS.

           SELECT EXEMPT-SALES-FILE ASSIGN TO "EXSALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXEMPT-SALES-STATUS.

           SELECT EXEMPT-AUDIT-REPORT-FILE ASSIGN TO "EXAUDRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXEMPT-AUDIT-RPT-STATUS.

           SELECT SALES-LEDGER-FILE ASSIGN TO "SALESLED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALES-LEDGER-STATUS.

           SELECT RERATE-REPORT-FILE ASSIGN TO "RERATRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RERATE-REPORT-STATUS.

           SELECT STORE-POSTING-FILE ASSIGN TO "STOREPST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STORE-POSTING-STATUS.

           SELECT STORE-DEPOSIT-FILE ASSIGN TO "STDEPOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STORE-DEPOSIT-STATUS.

           SELECT DEPOSIT-RECON-FILE ASSIGN TO "DEPRECON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPOSIT-RECON-STATUS.

           SELECT GL-MAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-MAP-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-JOURNAL-STATUS.

           SELECT FV-ACTIVITY-FILE ASSIGN TO "FVACTV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FV-ACTIVITY-STATUS.

           SELECT FV-STATEMENT-FILE ASSIGN TO "FVSTMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FV-STATEMENT-STATUS.

           SELECT FV-STMT-CHECKPOINT-FILE ASSIGN TO "FVSTCKPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FV-STMT-CKPT-STATUS.

           SELECT INTEGRITY-REPORT-FILE ASSIGN TO "INTEGRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTEGRITY-REPORT-STATUS.

           SELECT STORE-HISTORY-FILE ASSIGN TO "STOREHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STORE-HISTORY-STATUS.

           SELECT STORE-COMPARE-FILE ASSIGN TO "STCMPRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STORE-COMPARE-STATUS.

       DATA DIVISION.

       FILE SECTION.
               88 TRANS-DETAIL-RECORD           VALUE "D".
               88 TRANS-REFUND-RECORD           VALUE "R".
               88 TRANS-TRAILER-RECORD          VALUE "T".
           05 TRANS-RECORD-BODY     PIC X(33).
      * AN EXEMPT (CATEGORY E) DETAIL CARRIES THE CUSTOMER'S
      * EXEMPTION CERTIFICATE NUMBER - BLANK ON ALL OTHERS
           05 TRANS-DETAIL-FIELDS REDEFINES TRANS-RECORD-BODY.
               10 TRANS-SALES-AMOUNT    PIC 9(5)V99.
               10 TRANS-SHIFT-CODE      PIC 9.
               10 TRANS-TAX-CATEGORY    PIC X.
               10 TRANS-JURISDICTION    PIC X(10).
               10 TRANS-STORE-ID        PIC X(4).
               10 TRANS-CERT-NUMBER     PIC X(10).
           05 TRANS-HEADER-FIELDS REDEFINES TRANS-RECORD-BODY.
               10 TRANS-BATCH-DATE      PIC 9(8).
               10 TRANS-BATCH-NUMBER    PIC 9(6).
               10 FILLER                PIC X(19).
      * THE HASH TOTAL IS NET OF REFUNDS, SO IT CARRIES AN
      * EXPLICIT LEADING SIGN
           05 TRANS-TRAILER-FIELDS REDEFINES TRANS-RECORD-BODY.
               10 TRANS-EXPECTED-COUNT  PIC 9(6).
               10 TRANS-HASH-TOTAL      PIC S9(9)V99
                                        SIGN LEADING SEPARATE.
               10 FILLER                PIC X(15).

       FD  SALES-TAX-REPORT-FILE.
       01  SALES-TAX-REPORT-RECORD  PIC X(80).
       01  FV-SCHEDULE-RECORD       PIC X(80).

       FD  EXCEPTION-LOG-FILE.
       01  EXCEPTION-LOG-RECORD     PIC X(170).

       FD  TAX-RATE-FILE.
       01  TAX-RATE-RECORD.
           05 TXRATE-EFFECTIVE-DATE PIC 9(8).
           05 TXRATE-RATE           PIC 9V9999.
           05 TXRATE-END-DATE       PIC 9(8).
      * THE COMBINED RATE SPLIT AMONG THE TAXING AUTHORITIES IT
      * IS REMITTED TO - S = STATE, C = COUNTY, M = CITY,
      * D = SPECIAL DISTRICT.  THE COMPONENT RATES ADD UP TO
      * TXRATE-RATE; A RATE WITH NO COMPONENTS IS REMITTED
      * WHOLE TO THE JURISDICTION
           05 TXRATE-COMPONENT OCCURS 4 TIMES.
               10 TXRATE-AUTH-TYPE  PIC X.
               10 TXRATE-AUTH-ID    PIC X(10).
               10 TXRATE-COMP-RATE  PIC 9V9999.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD         PIC X(150).
           05 STM-STATUS            PIC X.
               88 STM-STORE-OPEN                VALUE "A".
               88 STM-STORE-CLOSED              VALUE "C".
      * CASH OVER/SHORT THE DEPOSIT RECONCILIATION LETS PASS
      * BEFORE IT FLAGS THE STORE'S DEPOSIT
           05 STM-DEPOSIT-TOLERANCE PIC 9(3)V99.

      * THE STORE MASTER IN ITS EARLIER, SHORTER LAYOUT - READ
      * ONLY TO RELOAD THE CURRENT MASTER ONCE
       FD  STORE-MASTER-OLD-FILE.
       01  STORE-MASTER-OLD-RECORD.
           05 STO-STORE-ID          PIC X(4).
           05 STO-STORE-NAME        PIC X(20).
           05 STO-DEFAULT-JURISDICTION PIC X(10).
           05 STO-STATUS            PIC X.

       FD  FV-ACCOUNTS-FILE.
       01  FV-ACCOUNT-RECORD.
           05 FVM-LAST-VAL-RESULT   PIC 9(7)V99.
      * N = NEVER EXTRACTED (OR REJECTED BACK FOR RE-EXTRACT),
      * E = EXTRACTED AND AWAITING THE GL'S ACKNOWLEDGEMENT,
      * R = AS E, BUT ACTIVITY HAS BEEN POSTED SINCE, SO AN
      *     ACCEPTANCE QUEUES THE ACCOUNT FOR REVALUATION,
      * Y = ACCEPTANCE CONFIRMED BY THE GL
           05 FVM-POSTED-FLAG       PIC X.
               88 FVM-POSTED-TO-GL              VALUE "Y".
               88 FVM-EXTRACT-PENDING           VALUE "E" "R".
               88 FVM-REVALUE-AFTER-ACK         VALUE "R".
      * THE PLAN'S YEARS COUNT FROM THE OPEN DATE.  THE ACTUAL
      * BALANCE IS THE INVESTMENT PLUS DEPOSITS AND INTEREST
      * CREDITED LESS WITHDRAWALS, AS OF THE LATEST ACTIVITY
      * POSTED - A ZERO (OR BLANK, ON AN OLDER RECORD) BALANCE
      * DATE MEANS NO ACTIVITY YET AND THE ACCOUNT IS PROJECTED
      * FROM THE ORIGINAL PLAN
           05 FVM-OPEN-DATE         PIC 9(8).
           05 FVM-ACTUAL-BALANCE    PIC 9(7)V99.
           05 FVM-BALANCE-DATE      PIC 9(8).
      * THE BATCH RUN THAT MADE THE LAST VALUATION (ITS DATE
      * AND START TIME) AND THE VALUE BEFORE IT, SO A RESTART
      * CAN JOURNAL THAT RUN'S CHANGE AGAIN IF IT WAS NEVER
      * RELEASED
           05 FVM-VAL-RUN-ID        PIC 9(14).
           05 FVM-PRIOR-VAL-RESULT  PIC 9(7)V99.

      * THE ACCOUNT MASTER IN ITS EARLIER, SHORTER LAYOUT -
      * READ ONLY TO RELOAD THE CURRENT MASTER ONCE
       FD  FV-MASTER-OLD-FILE.
       01  FV-MASTER-OLD-RECORD.
           05 FVO-ACCT-NUMBER       PIC X(10).
           05 FVO-STATUS            PIC X.
           05 FVO-INVESTMENT        PIC 9(5).
           05 FVO-YEARS             PIC 99.
           05 FVO-STANDARD-RATE     PIC 99V9.
           05 FVO-CONTRIBUTION      PIC 9(5).
           05 FVO-LAST-VAL-DATE     PIC 9(8).
           05 FVO-LAST-VAL-RESULT   PIC 9(7)V99.
           05 FVO-POSTED-FLAG       PIC X.

      * A NAMED SCENARIO IS A SET OF YEAR BANDS, EACH WITH ITS
      * OWN RATE - YEARS NOT COVERED BY A BAND FALL BACK TO
           05 CKPT-LAST-ACCOUNT     PIC X(10).
           05 CKPT-ACCOUNT-SEQ      PIC 9(5).
           05 CKPT-YEAR-COUNTER     PIC 99.
      * THE RUN BEING CHECKPOINTED, THE LAST ACCOUNT WHOSE
      * JOURNAL LINES ARE RELEASED, AND - WHILE A RELEASE IS
      * UNDER WAY - THE JOURNAL ID AND ACCOUNT IT RELEASES TO
           05 CKPT-RUN-ID           PIC 9(14).
           05 CKPT-RELEASED-ACCOUNT PIC X(10).
           05 CKPT-RELEASE-SWITCH   PIC X.
               88 CKPT-RELEASE-UNDER-WAY        VALUE "Y".
           05 CKPT-RELEASING-ACCOUNT PIC X(10).
           05 CKPT-RELEASING-ID.
               10 CKPT-RELEASING-DATE PIC 9(8).
               10 CKPT-RELEASING-SEQ PIC 9(4).

       FD  GL-EXTRACT-FILE.
       01  GL-EXTRACT-RECORD.
           05 GL-AS-OF-DATE         PIC 9(8).
           05 GL-FUTURE-VALUE       PIC 9(7)V99.

      * A REVERSED BATCH KEEPS ITS ENTRY, MARKED "R" WITH THE
      * DATE OF THE REVERSAL, SO THE NUMBER IS FREE TO POST
      * AGAIN BUT THE HISTORY OF THE FIRST POSTING STAYS
       FD  BATCH-CONTROL-FILE.
       01  BATCH-CONTROL-RECORD.
           05 BCTL-BATCH-NUMBER     PIC 9(6).
           05 BCTL-BATCH-DATE       PIC 9(8).
           05 BCTL-POSTED-DATE      PIC 9(8).
           05 BCTL-STATUS           PIC X.
               88 BCTL-REVERSED                 VALUE "R".
           05 BCTL-REVERSED-DATE    PIC 9(8).

       FD  TAX-GL-EXTRACT-FILE.
       01  TAX-GL-EXTRACT-RECORD.
           05 TAXGL-REMIT-FLAG      PIC X.
               88 TAXGL-REMITTED                VALUE "Y".
           05 TAXGL-REMIT-DATE      PIC 9(8).
      * C = COLLECTION, X = COLLECTION SINCE REVERSED,
      * V = REVERSAL OFFSET (RECORDS BEFORE THE FLAG ARE BLANK
      * AND COUNT AS COLLECTIONS), A = RATE CORRECTION
      * ADJUSTMENT, B = ADJUSTMENT SINCE REVERSED, W = OFFSET
      * OF A REVERSED ADJUSTMENT
           05 TAXGL-ENTRY-TYPE      PIC X.
      * THE TAX BROKEN DOWN BY TAXING AUTHORITY, ADDING UP TO
      * TAXGL-TAX-COLLECTED.  AUTHORITY TYPE J (OR A BLANK
      * BREAKDOWN ON AN OLDER RECORD) IS TAX ON AN UNSPLIT
      * RATE, OWED WHOLE TO THE JURISDICTION
           05 TAXGL-AUTHORITY OCCURS 4 TIMES.
               10 TAXGL-AUTH-TYPE   PIC X.
               10 TAXGL-AUTH-ID     PIC X(10).
               10 TAXGL-AUTH-TAX    PIC S9(9)V99
                                    SIGN LEADING SEPARATE.

       FD  REMIT-REGISTER-FILE.
       01  REMIT-REGISTER-RECORD    PIC X(132).
           05 RESUB-RECORD-TYPE     PIC X.
               88 RESUB-DETAIL-RECORD           VALUE "D".
               88 RESUB-REFUND-RECORD           VALUE "R".
           05 RESUB-RECORD-BODY     PIC X(33).
           05 RESUB-DETAIL-FIELDS REDEFINES RESUB-RECORD-BODY.
               10 RESUB-SALES-AMOUNT    PIC 9(5)V99.
               10 RESUB-SHIFT-CODE      PIC 9.
               10 RESUB-TAX-CATEGORY    PIC X.
               10 RESUB-JURISDICTION    PIC X(10).
               10 RESUB-STORE-ID        PIC X(4).
               10 RESUB-CERT-NUMBER     PIC X(10).

      * ONE RECORD: THE CURRENT BUSINESS DATE AND ITS STATUS
      * (O = OPEN).  THE DAY-CLOSE FUNCTION ROLLS THE DATE
           05 RUNCTL-FUNCTIONS      PIC X(8).
           05 RUNCTL-JURISDICTION   PIC X(10).
           05 RUNCTL-RUN-DATE       PIC X(8).
      * FUNCTION CODES BEYOND THE FIRST EIGHT - BLANK ON A
      * RUN CONTROL RECORD IN THE ORIGINAL LAYOUT
           05 RUNCTL-MORE-FUNCTIONS PIC X(4).

       FD  RUN-COMPLETION-FILE.
       01  RUN-COMPLETION-RECORD    PIC X(120).

      * SALES TAX EXEMPTION CERTIFICATES HELD FOR EXEMPT
      * CUSTOMERS - A CATEGORY E SALE MUST NAME A CERTIFICATE
      * THAT IS ON FILE, UNEXPIRED ON THE SALE DATE AND ISSUED
      * BY THE SALE'S JURISDICTION
       FD  EXEMPT-CERT-FILE.
       01  EXEMPT-CERT-RECORD.
           05 ECM-CERT-NUMBER       PIC X(10).
           05 ECM-CUSTOMER-NAME     PIC X(30).
           05 ECM-JURISDICTION      PIC X(10).
           05 ECM-EXEMPT-TYPE       PIC X.
               88 ECM-TYPE-RESALE               VALUE "R".
               88 ECM-TYPE-GOVERNMENT           VALUE "G".
               88 ECM-TYPE-NONPROFIT            VALUE "N".
               88 ECM-TYPE-AGRICULTURAL         VALUE "A".
               88 ECM-TYPE-OTHER                VALUE "O".
           05 ECM-EXPIRY-DATE       PIC 9(8).

      * ONE RECORD PER POSTED EXEMPT SALE OR REFUND, KEPT FOR
      * THE AUDITOR'S EXEMPT SALES REPORT - THE AMOUNT IS NET
      * OF REFUNDS, SO IT CARRIES AN EXPLICIT LEADING SIGN
       FD  EXEMPT-SALES-FILE.
       01  EXEMPT-SALES-RECORD.
           05 EXS-CERT-NUMBER       PIC X(10).
           05 EXS-SALE-DATE         PIC 9(8).
           05 EXS-BATCH-NUMBER      PIC 9(6).
           05 EXS-STORE-ID          PIC X(4).
           05 EXS-JURISDICTION      PIC X(10).
           05 EXS-SALES-AMOUNT      PIC S9(7)V99
                                    SIGN LEADING SEPARATE.
           05 EXS-ENTRY-TYPE        PIC X.

       FD  EXEMPT-AUDIT-REPORT-FILE.
       01  EXEMPT-AUDIT-REPORT-RECORD PIC X(132).

      * ONE RECORD PER POSTED SALE OR REFUND, WITH THE TAX AND
      * RATE IT WAS CHARGED AT, SO A LATE RATE CORRECTION CAN
      * RE-RATE WHAT WAS ALREADY POSTED.  A RE-RATED SALE
      * CARRIES ITS CORRECTED TAX AND RATE; A SALE WHOSE BATCH
      * WAS REVERSED IS MARKED "V" AND NEVER RE-RATED
       FD  SALES-LEDGER-FILE.
       01  SALES-LEDGER-RECORD.
           05 SLED-POSTED-DATE      PIC 9(8).
           05 SLED-BATCH-NUMBER     PIC 9(6).
           05 SLED-STORE-ID         PIC X(4).
           05 SLED-JURISDICTION     PIC X(10).
           05 SLED-CATEGORY         PIC X.
           05 SLED-SALES-AMOUNT     PIC S9(7)V99
                                    SIGN LEADING SEPARATE.
           05 SLED-TAX-AMOUNT       PIC S9(7)V99
                                    SIGN LEADING SEPARATE.
           05 SLED-TAX-RATE         PIC 9V9999.
           05 SLED-STATUS           PIC X.

       FD  RERATE-REPORT-FILE.
       01  RERATE-REPORT-RECORD     PIC X(132).

      * ONE RECORD PER STORE PER ACCEPTED BATCH, TAKEN FROM THE
      * BATCH'S STORE SUBTOTALS AND DATED WITH THE STORE'S
      * BUSINESS DATE (THE BATCH DATE, OR THE RUN DATE FOR
      * RESUBMISSIONS).  A REVERSED BATCH GETS A NEGATIVE
      * OFFSET PER STORE, TYPE V, SO THE STORE'S DAY NETS OUT
       FD  STORE-POSTING-FILE.
       01  STORE-POSTING-RECORD.
           05 SPST-BUSINESS-DATE    PIC 9(8).
           05 SPST-BATCH-NUMBER     PIC 9(6).
           05 SPST-STORE-ID         PIC X(4).
           05 SPST-TRANS-COUNT      PIC S9(5)
                                    SIGN LEADING SEPARATE.
           05 SPST-NET-SALES        PIC S9(7)V99
                                    SIGN LEADING SEPARATE.
           05 SPST-TAX              PIC S9(7)V99
                                    SIGN LEADING SEPARATE.
           05 SPST-ENTRY-TYPE       PIC X.
               88 SPST-POSTING                  VALUE "P".
               88 SPST-REVERSAL-OFFSET          VALUE "V".
           05 SPST-POSTED-DATE      PIC 9(8).

      * THE BANK'S DEPOSIT FEED - ONE RECORD PER DEPOSIT, A
      * STORE MAY MAKE MORE THAN ONE FOR A BUSINESS DATE
       FD  STORE-DEPOSIT-FILE.
       01  STORE-DEPOSIT-RECORD.
           05 DEP-STORE-ID          PIC X(4).
           05 DEP-BUSINESS-DATE     PIC 9(8).
           05 DEP-AMOUNT            PIC 9(7)V99.
           05 DEP-BANK-REFERENCE    PIC X(16).

       FD  DEPOSIT-RECON-FILE.
       01  DEPOSIT-RECON-RECORD     PIC X(132).

      * CHART-OF-ACCOUNTS MAPPING FOR THE GL JOURNAL.
      * F = FV ACCOUNT (KEY IS THE ACCOUNT NUMBER): DEBIT THE
      *     INVESTMENT ACCOUNT, CREDIT ITS OFFSET.
      * T = TAX LIABILITY (KEY IS JURISDICTION + CATEGORY):
      *     CREDIT ONLY.
      * S = STORE (KEY IS THE STORE ID): DEBIT THE RECEIVABLE,
      *     CREDIT SALES.
      * A KEY OF "*" IS THE DEFAULT FOR ITS TYPE
       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.
           05 GLM-MAP-TYPE          PIC X.
           05 GLM-MAP-KEY           PIC X(11).
           05 GLM-DEBIT-ACCOUNT     PIC X(10).
           05 GLM-DEBIT-COST-CTR    PIC X(6).
           05 GLM-CREDIT-ACCOUNT    PIC X(10).
           05 GLM-CREDIT-COST-CTR   PIC X(6).
           05 GLM-DESCRIPTION       PIC X(20).

      * ONE LINE PER DEBIT OR CREDIT.  EVERY POSTING RUN ADDS
      * ONE BALANCED JOURNAL UNDER ITS OWN JOURNAL ID (RUN
      * DATE + SEQUENCE WITHIN THE DAY).  SOURCE SB = SALES
      * BATCH, RV = BATCH REVERSAL, RA = RATE CORRECTION
      * ADJUSTMENT, FV = FUTURE VALUE VALUATION; THE SOURCE
      * REFERENCE IS THE BATCH OR ACCOUNT NUMBER
       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-RECORD.
           05 GLJ-JOURNAL-ID.
               10 GLJ-JOURNAL-DATE  PIC 9(8).
               10 GLJ-JOURNAL-SEQ   PIC 9(4).
           05 GLJ-LINE-NUMBER       PIC 9(4).
           05 GLJ-SOURCE            PIC XX.
           05 GLJ-SOURCE-REF        PIC X(10).
           05 GLJ-ACCOUNT           PIC X(10).
           05 GLJ-COST-CENTER       PIC X(6).
           05 GLJ-DEBIT-CREDIT      PIC X.
               88 GLJ-DEBIT                     VALUE "D".
               88 GLJ-CREDIT                    VALUE "C".
           05 GLJ-AMOUNT            PIC 9(9)V99.
           05 GLJ-DESCRIPTION       PIC X(30).

      * DATED MONEY MOVEMENTS ON A FUTURE VALUE ACCOUNT -
      * D = DEPOSIT, W = WITHDRAWAL, I = INTEREST CREDITED.
      * THE POSTING RUN MARKS EACH RECORD P (POSTED) OR
      * R (REJECTED) WITH THE RUN DATE; A BLANK STATUS IS
      * STILL TO POST, AND ACTIVITY DATED AFTER THE BUSINESS
      * DATE WAITS BLANK UNTIL ITS DAY COMES
       FD  FV-ACTIVITY-FILE.
       01  FV-ACTIVITY-RECORD.
           05 FVA-ACCT-NUMBER       PIC X(10).
           05 FVA-ACTIVITY-DATE     PIC 9(8).
           05 FVA-ACTIVITY-TYPE     PIC X.
           05 FVA-AMOUNT            PIC 9(7)V99.
           05 FVA-REFERENCE         PIC X(10).
           05 FVA-POST-STATUS       PIC X.
           05 FVA-POSTED-DATE       PIC 9(8).

       FD  FV-STATEMENT-FILE.
       01  FV-STATEMENT-RECORD      PIC X(80).

      * RESTART POINT OF A STATEMENT RUN - THE LAST ACCOUNT
      * FINISHED, THE RUN'S STATEMENT DATE AND RANGE, AND THE
      * CONTROL COUNTS SO FAR, SO A RESUMED RUN CARRIES ON
      * UNDER THE SAME DATE AND ENDS WITH ONE CONTROL PAGE
       FD  FV-STMT-CHECKPOINT-FILE.
       01  FV-STMT-CHECKPOINT-RECORD.
           05 STCK-LAST-ACCOUNT     PIC X(10).
           05 STCK-STATEMENT-DATE   PIC 9(8).
           05 STCK-FROM-ACCOUNT     PIC X(10).
           05 STCK-TO-ACCOUNT       PIC X(10).
           05 STCK-ACCOUNTS-READ    PIC 9(5).
           05 STCK-STATEMENT-COUNT  PIC 9(5).
           05 STCK-PAGE-COUNT       PIC 9(5).
           05 STCK-SKIP-CLOSED      PIC 9(5).
           05 STCK-SKIP-HOLD        PIC 9(5).
           05 STCK-SKIP-OTHER       PIC 9(5).
           05 STCK-REJECT-COUNT     PIC 9(5).

       FD  INTEGRITY-REPORT-FILE.
       01  INTEGRITY-REPORT-RECORD  PIC X(132).

      * ONE RECORD PER STORE, JURISDICTION AND CATEGORY PER
      * ACCEPTED BATCH, DATED LIKE THE STORE POSTINGS.  REFUNDS
      * ARE HELD AS A POSITIVE AMOUNT APART FROM GROSS SALES; TAX
      * IS NET OF REFUNDS.  A REVERSED BATCH GETS TYPE V OFFSETS
      * SO ITS STORE-DAYS NET OUT OF THE HISTORY
       FD  STORE-HISTORY-FILE.
       01  STORE-HISTORY-RECORD.
           05 SHST-BUSINESS-DATE    PIC 9(8).
           05 SHST-BATCH-NUMBER     PIC 9(6).
           05 SHST-STORE-ID         PIC X(4).
           05 SHST-JURISDICTION     PIC X(10).
           05 SHST-CATEGORY         PIC X.
           05 SHST-GROSS-SALES      PIC S9(7)V99
                                    SIGN LEADING SEPARATE.
           05 SHST-REFUNDS          PIC S9(7)V99
                                    SIGN LEADING SEPARATE.
           05 SHST-TAX              PIC S9(7)V99
                                    SIGN LEADING SEPARATE.
           05 SHST-ENTRY-TYPE       PIC X.
               88 SHST-POSTING                  VALUE "P".
               88 SHST-REVERSAL-OFFSET          VALUE "V".
           05 SHST-POSTED-DATE      PIC 9(8).

       FD  STORE-COMPARE-FILE.
       01  STORE-COMPARE-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.

      * ---------------------------------
           05 BATCH-DETAIL-ENTRY OCCURS 1000 TIMES
               INDEXED BY BDT-IDX.
               10 BDT-RECORD-TYPE    PIC X.
               10 BDT-RECORD-BODY    PIC X(33).

       01  BATCH-SUMMARY-TABLE-AREA.
           05 BATCH-SUMMARY-ENTRY OCCURS 50 TIMES
           05 BWRK-RECORD-TYPE      PIC X.
               88 BWRK-DETAIL-RECORD            VALUE "D".
               88 BWRK-REFUND-RECORD            VALUE "R".
           05 BWRK-RECORD-BODY      PIC X(33).
           05 BWRK-DETAIL-FIELDS REDEFINES BWRK-RECORD-BODY.
               10 BWRK-SALES-AMOUNT     PIC 9(5)V99.
               10 BWRK-SHIFT-CODE       PIC 9.
               10 BWRK-TAX-CATEGORY     PIC X.
               10 BWRK-JURISDICTION     PIC X(10).
               10 BWRK-STORE-ID         PIC X(4).
               10 BWRK-CERT-NUMBER      PIC X(10).

      * ---------------------------------
      * STORE MASTER LOOKUP AND PER-STORE BATCH SUBTOTALS
      * ---------------------------------
       77  STORE-MASTER-STATUS      PIC XX      VALUE SPACES.
       77  STORE-MASTER-OLD-STATUS  PIC XX      VALUE SPACES.
       77  STORE-OLD-EOF-SWITCH     PIC X       VALUE "N".
           88 STORE-OLD-EOF                     VALUE "Y".
       77  STORE-RELOAD-COUNT       PIC 9(5)    VALUE ZERO.
       77  STORE-MASTER-OPEN-SWITCH PIC X       VALUE "N".
           88 STORE-MASTER-IS-OPEN              VALUE "Y".
       77  CURRENT-STORE-ID         PIC X(4)    VALUE SPACES.
       77  MAINT-STORE-NAME         PIC X(20)   VALUE SPACES.
       77  MAINT-STORE-JUR          PIC X(10)   VALUE SPACES.
       77  MAINT-STORE-STATUS       PIC X       VALUE SPACE.
       77  EDITED-OLD-TOLERANCE     PIC ZZ9.99.
       77  EDITED-NEW-TOLERANCE     PIC ZZ9.99.

       01  MAINT-TOLERANCE-ENTRY.
           05 MAINT-TOLERANCE-X     PIC X(5).
           05 MAINT-TOLERANCE-9 REDEFINES MAINT-TOLERANCE-X
                                    PIC 9(3)V99.

      * ---------------------------------
      * EXEMPTION CERTIFICATES
      * THE CERTIFICATE MASTER IS HELD OPEN FOR THE WHOLE BATCH
      * RUN THE SAME WAY THE STORE MASTER IS, AND EVERY POSTED
      * EXEMPT SALE IS LOGGED WITH ITS CERTIFICATE SO THE
      * AUDITOR'S REPORT CAN TIE SALES BACK TO PAPER
      * ---------------------------------
       77  EXEMPT-CERT-STATUS       PIC XX      VALUE SPACES.
       77  EXEMPT-SALES-STATUS      PIC XX      VALUE SPACES.
       77  EXEMPT-AUDIT-RPT-STATUS  PIC XX      VALUE SPACES.
       77  EXEMPT-CERT-OPEN-SWITCH  PIC X       VALUE "N".
           88 EXEMPT-CERT-IS-OPEN               VALUE "Y".
       77  EXEMPT-SALES-OPEN-SWITCH PIC X       VALUE "N".
           88 EXEMPT-SALES-IS-OPEN              VALUE "Y".
       77  CURRENT-CERT-NUMBER      PIC X(10)   VALUE SPACES.
       77  EXEMPT-SALE-DATE         PIC 9(8)    VALUE ZERO.
       77  EXEMPT-SALE-BATCH        PIC 9(6)    VALUE ZERO.
       77  EXEMPT-CERT-CHOICE       PIC 9       VALUE ZERO.
       77  MAINT-CERT-NUMBER        PIC X(10)   VALUE SPACES.
       77  MAINT-CERT-NAME          PIC X(30)   VALUE SPACES.
       77  MAINT-CERT-JUR           PIC X(10)   VALUE SPACES.
       77  MAINT-CERT-TYPE          PIC X       VALUE SPACE.
       77  MAINT-CERT-OLD-EXPIRY    PIC 9(8)    VALUE ZERO.

       01  MAINT-CERT-EXPIRY-ENTRY.
           05 MAINT-CERT-EXPIRY-X   PIC X(8).
           05 MAINT-CERT-EXPIRY-9 REDEFINES MAINT-CERT-EXPIRY-X
                                    PIC 9(8).

      * ---------------------------------
      * EXEMPT SALES AUDIT REPORT
      * THE PERIOD'S EXEMPT SALES ARE HELD IN THE TABLE AND
      * LISTED UNDER EACH CERTIFICATE IN CERTIFICATE NUMBER
      * ORDER OFF THE MASTER - ANY SALE WHOSE CERTIFICATE IS
      * NO LONGER ON THE MASTER IS LISTED SEPARATELY
      * ---------------------------------
       77  EXAUD-FROM-DATE          PIC 9(8)    VALUE ZERO.
       77  EXAUD-TO-DATE            PIC 9(8)    VALUE ZERO.
       77  EXAUD-HORIZON-INT        PIC 9(7)    VALUE ZERO.
       77  EXAUD-HORIZON-DATE       PIC 9(8)    VALUE ZERO.
       77  EXAUD-DAYS-LEFT          PIC 9(3)    VALUE ZERO.
       77  EXAUD-SALE-COUNT         PIC 9(4)    VALUE ZERO.
       77  EXAUD-TABLE-IDX          PIC 9(4)    VALUE ZERO.
       77  EXAUD-OVFL-SWITCH        PIC X       VALUE "N".
           88 EXAUD-TABLE-OVERFLOW              VALUE "Y".
       77  EXAUD-FILE-EOF-SWITCH    PIC X       VALUE "N".
           88 EXAUD-FILE-EOF                    VALUE "Y".
       77  EXAUD-CERT-SALES         PIC 9(5)    VALUE ZERO.
       77  EXAUD-CERT-TOTAL         PIC S9(9)V99 VALUE ZERO.
       77  EXAUD-GRAND-TOTAL        PIC S9(9)V99 VALUE ZERO.
       77  EXAUD-UNMATCHED-COUNT    PIC 9(4)    VALUE ZERO.
       77  EXAUD-EXPIRING-COUNT     PIC 9(4)    VALUE ZERO.
       77  EDITED-EXAUD-AMOUNT      PIC -Z,ZZZ,ZZ9.99.
       77  EDITED-EXAUD-TOTAL       PIC -ZZZ,ZZZ,ZZ9.99.

       01  EXAUD-SALE-TABLE-AREA.
           05 EXAUD-SALE-ENTRY OCCURS 2000 TIMES
               INDEXED BY EXA-IDX.
               10 EXA-SALE-RECORD    PIC X(49).
               10 EXA-MATCHED-FLAG   PIC X.

      * WORKING COPY OF ONE EXEMPT SALE RECORD WHILE THE LOG IS
      * HELD IN THE TABLE
       01  EXEMPT-SALE-WORK-RECORD.
           05 EXSW-CERT-NUMBER      PIC X(10).
           05 EXSW-SALE-DATE        PIC 9(8).
           05 EXSW-BATCH-NUMBER     PIC 9(6).
           05 EXSW-STORE-ID         PIC X(4).
           05 EXSW-JURISDICTION     PIC X(10).
           05 EXSW-SALES-AMOUNT     PIC S9(7)V99
                                    SIGN LEADING SEPARATE.
           05 EXSW-ENTRY-TYPE       PIC X.

      * ---------------------------------
      * GL POSTING ACKNOWLEDGEMENT PROCESSING
       77  REMIT-SELECT-COUNT       PIC 9(5)    VALUE ZERO.
       77  REMIT-CONFIRM            PIC X       VALUE SPACE.
       77  REMIT-TOTAL-TAX          PIC S9(9)V99 VALUE ZERO.
       77  REMIT-TOTAL-ADJUSTED     PIC S9(9)V99 VALUE ZERO.
       77  EDITED-REMIT-GROSS       PIC -ZZZ,ZZZ,ZZ9.99.
       77  EDITED-REMIT-EXEMPT      PIC -ZZZ,ZZZ,ZZ9.99.
       77  EDITED-REMIT-TAXABLE     PIC -ZZZ,ZZZ,ZZ9.99.

       01  TAXGL-TABLE-AREA.
           05 TAXGL-TABLE-ENTRY OCCURS 2000 TIMES
               INDEXED BY TGL-IDX   PIC X(151).

      * WORKING COPY OF ONE TAX GL RECORD WHILE THE FILE IS
      * HELD IN THE TABLE
           05 TGLW-REMIT-FLAG       PIC X.
               88 TGLW-REMITTED                 VALUE "Y".
           05 TGLW-REMIT-DATE       PIC 9(8).
           05 TGLW-ENTRY-TYPE       PIC X.
               88 TGLW-LIVE-COLLECTION          VALUE "C" " ".
               88 TGLW-REVERSED-COLLECTION      VALUE "X".
               88 TGLW-REVERSAL-OFFSET          VALUE "V".
               88 TGLW-RATE-ADJUSTMENT          VALUE "A".
               88 TGLW-REVERSED-ADJUSTMENT      VALUE "B".
               88 TGLW-ADJUSTMENT-OFFSET        VALUE "W".
               88 TGLW-ADJUSTMENT-ENTRY         VALUE "A" "B" "W".
           05 TGLW-AUTHORITY OCCURS 4 TIMES.
               10 TGLW-AUTH-TYPE    PIC X.
               10 TGLW-AUTH-ID      PIC X(10).
               10 TGLW-AUTH-TAX     PIC S9(9)V99
                                    SIGN LEADING SEPARATE.

       01  REMIT-JUR-TABLE-AREA.
           05 REMIT-JUR-ENTRY OCCURS 20 TIMES
               10 REM-EXEMPT-SALES  PIC S9(9)V99.
               10 REM-TAXABLE-SALES PIC S9(9)V99.
               10 REM-TAX-COLLECTED PIC S9(9)V99.
               10 REM-TAX-ADJUSTED  PIC S9(9)V99.
               10 REM-BATCH-COUNT   PIC 9(4).
               10 REM-LAST-BATCH    PIC 9(6).

      * LIABILITY PER TAXING AUTHORITY.  AN AGENCY THAT TAKES A
      * SHARE OF SEVERAL JURISDICTIONS' RATES GETS ONE LINE, SO
      * ITS REMITTANCE COMES STRAIGHT OFF THE REGISTER
       77  REMIT-AUTH-COUNT         PIC 9(3)    VALUE ZERO.
       77  REMIT-AUTH-IDX           PIC 9(3)    VALUE ZERO.
       77  REMIT-AUTH-FOUND-SWITCH  PIC X       VALUE "N".
           88 REMIT-AUTH-WAS-FOUND              VALUE "Y".
       77  REMIT-AUTH-DESC          PIC X(8)    VALUE SPACES.
       77  REMIT-POST-AUTH-TYPE     PIC X       VALUE SPACE.
       77  REMIT-POST-AUTH-ID       PIC X(10)   VALUE SPACES.
       77  REMIT-POST-AUTH-TAX      PIC S9(9)V99 VALUE ZERO.
       77  TAXGL-AUTH-BAD-SWITCH    PIC X       VALUE "N".
           88 TAXGL-AUTH-IS-BAD                 VALUE "Y".

       01  REMIT-AUTH-TABLE-AREA.
           05 REMIT-AUTH-ENTRY OCCURS 50 TIMES
               INDEXED BY RMA-IDX.
               10 RMA-AUTH-TYPE     PIC X.
               10 RMA-AUTH-ID       PIC X(10).
               10 RMA-TAX           PIC S9(9)V99.

      * ---------------------------------
      * POSTED BATCH REVERSAL
      * THE BATCH CONTROL FILE IS HELD IN THE TABLE SO THE
      * REVERSED BATCH'S ENTRY CAN BE MARKED AND THE FILE
      * REWRITTEN, THE SAME WAY THE PERIOD CLOSE REWRITES THE
      * TAX GL EXTRACT
      * ---------------------------------
       77  REVERSE-CONFIRM          PIC X       VALUE SPACE.
       77  REVERSE-BCTL-IDX         PIC 9(4)    VALUE ZERO.
       77  REVERSE-BATCH-DATE       PIC 9(8)    VALUE ZERO.
       77  REVERSE-POSTED-DATE      PIC 9(8)    VALUE ZERO.
       77  REVERSE-LIVE-COUNT       PIC 9(4)    VALUE ZERO.
       77  REVERSE-REMITTED-COUNT   PIC 9(4)    VALUE ZERO.
       77  REVERSE-REMIT-DATE       PIC 9(8)    VALUE ZERO.
       77  REVERSE-EXEMPT-COUNT     PIC 9(4)    VALUE ZERO.
       77  REVERSE-TOTAL-SALES      PIC S9(9)V99 VALUE ZERO.
       77  REVERSE-TOTAL-TAX        PIC S9(9)V99 VALUE ZERO.
       77  EDITED-REVERSE-SALES     PIC -ZZZZZZZZ9.99.
       77  EDITED-REVERSE-TAX       PIC -ZZZZZZZZ9.99.
       77  EDITED-REVERSE-LINE-SALES PIC -ZZZZZZZZ9.99.
       77  EDITED-REVERSE-LINE-TAX  PIC -ZZZZZZZZ9.99.
       77  BCTL-TABLE-COUNT         PIC 9(4)    VALUE ZERO.
       77  BCTL-TABLE-IDX           PIC 9(4)    VALUE ZERO.
       77  BCTL-OVFL-SWITCH         PIC X       VALUE "N".
           88 BCTL-TABLE-OVERFLOW               VALUE "Y".

       01  REVERSE-BATCH-ENTRY.
           05 REVERSE-BATCH-X       PIC X(6).
           05 REVERSE-BATCH-9 REDEFINES REVERSE-BATCH-X
                                    PIC 9(6).

       01  BCTL-TABLE-AREA.
           05 BCTL-TABLE-ENTRY OCCURS 2000 TIMES
               INDEXED BY BCT-IDX   PIC X(31).

      * WORKING COPY OF ONE BATCH CONTROL RECORD WHILE THE FILE
      * IS HELD IN THE TABLE
       01  BCTL-WORK-RECORD.
           05 BCTW-BATCH-NUMBER     PIC 9(6).
           05 BCTW-BATCH-DATE       PIC 9(8).
           05 BCTW-POSTED-DATE      PIC 9(8).
           05 BCTW-STATUS           PIC X.
               88 BCTW-REVERSED                 VALUE "R".
           05 BCTW-REVERSED-DATE    PIC 9(8).

      * ---------------------------------
      * PER-JURISDICTION BATCH SUBTOTALS - THE JURISDICTIONS ARE
      * WHAT THE TAX IS ACTUALLY REMITTED AGAINST
               10 JUR-CAT-ENTRY OCCURS 3 TIMES.
                   15 JUR-CAT-SALES  PIC S9(7)V99.
                   15 JUR-CAT-TAX    PIC S9(7)V99.
                   15 JUR-CAT-AUTH OCCURS 4 TIMES.
                       20 JCA-AUTH-TYPE PIC X.
                       20 JCA-AUTH-ID   PIC X(10).
                       20 JCA-AUTH-TAX  PIC S9(7)V99.

      * ---------------------------------
      * END-OF-DAY RECONCILIATION
           05 EXCP-PARSE-RESOLVED-DATE PIC X(8).
           05 EXCP-PARSE-TRANS-TYPE PIC X.
           05 EXCP-PARSE-STORE-ID   PIC X(4).
           05 EXCP-PARSE-CERT-NUMBER PIC X(10).
           05 FILLER                PIC X(3).

      * ---------------------------------
       77  EXCP-LOG-AMOUNT          PIC 9(5)V99 VALUE ZERO.
       77  EXCP-LOG-TRANS-TYPE      PIC X       VALUE "D".
       77  EXCP-LOG-STORE-ID        PIC X(4)    VALUE SPACES.
       77  EXCP-LOG-CERT-NUMBER     PIC X(10)   VALUE SPACES.
       77  CORRECT-CERT-NUMBER      PIC X(10)   VALUE SPACES.

       01  EXCP-AMOUNT-ENTRY.
           05 EXCP-AMOUNT-X         PIC X(7).

       01  EXCEPTION-TABLE-AREA.
           05 EXCEPTION-TABLE-ENTRY OCCURS 500 TIMES
                                    PIC X(170).

       01  DETAIL-PARSE-FIELDS.
           05 PARSE-JUNK-TEXT       PIC X(80).
       77  FV-BATCH-ACCOUNT-SEQ       PIC 9(5)   VALUE ZERO.
       77  FV-RESTART-SEQ             PIC 9(5)   VALUE ZERO.
       77  FV-CHECKPOINT-INTERVAL     PIC 9(3)   VALUE 5.
       77  FV-RUN-ID                  PIC 9(14)  VALUE ZERO.
       77  FV-LAST-ACCOUNT-READ       PIC X(10)  VALUE SPACES.
       77  FV-RELEASED-ACCOUNT        PIC X(10)  VALUE SPACES.
       77  FV-RELEASE-SWITCH          PIC X      VALUE "N".
       77  FV-RELEASING-ACCOUNT       PIC X(10)  VALUE SPACES.
       77  FV-RELEASING-DATE          PIC 9(8)   VALUE ZERO.
       77  FV-RELEASING-SEQ           PIC 9(4)   VALUE ZERO.
       77  FV-REJOURNAL-COUNT         PIC 9(5)   VALUE ZERO.
       77  FV-NOT-VALUED-COUNT        PIC 9(5)   VALUE ZERO.
       77  FV-CHECKPOINT-STATUS       PIC XX     VALUE SPACES.
       77  FV-SCHEDULE-STATUS         PIC XX     VALUE SPACES.
       77  GL-EXTRACT-STATUS          PIC XX     VALUE SPACES.
           88 FV-MASTER-EOF                      VALUE "Y".
       77  FV-STATUS-SKIP-COUNT       PIC 9(5)   VALUE ZERO.
       77  FV-MASTER-BUILD-COUNT      PIC 9(5)   VALUE ZERO.
       77  FV-MASTER-OLD-STATUS       PIC XX     VALUE SPACES.
       77  FV-OLD-EOF-SWITCH          PIC X      VALUE "N".
           88 FV-OLD-EOF                         VALUE "Y".

      * ---------------------------------
      * FV ACCOUNT ACTIVITY POSTING
      * THE ACTIVITY FILE IS HELD IN THE TABLE, POSTED TO THE
      * MASTER IN DATE ORDER SO A WITHDRAWAL IS TESTED AGAINST
      * THE BALANCE ON ITS OWN DATE, AND WRITTEN BACK WITH EACH
      * RECORD'S POSTING STATUS
      * ---------------------------------
       77  FV-ACTIVITY-STATUS         PIC XX     VALUE SPACES.
       77  FVACT-COUNT                PIC 9(4)   VALUE ZERO.
       77  FVACT-IDX                  PIC 9(4)   VALUE ZERO.
       77  FVACT-EOF-SWITCH           PIC X      VALUE "N".
           88 FVACT-FILE-EOF                     VALUE "Y".
       77  FVACT-OVFL-SWITCH          PIC X      VALUE "N".
           88 FVACT-TABLE-OVERFLOW               VALUE "Y".
       77  FVACT-DATE-SWITCH          PIC X      VALUE "N".
           88 FVACT-MORE-DATES                   VALUE "Y".
       77  FVACT-POSTED-COUNT         PIC 9(4)   VALUE ZERO.
       77  FVACT-REJECT-COUNT         PIC 9(4)   VALUE ZERO.
       77  FVACT-WAITING-COUNT        PIC 9(4)   VALUE ZERO.
       77  FVACT-CURRENT-DATE         PIC 9(8)   VALUE ZERO.
       77  FVACT-NEXT-DATE            PIC 9(8)   VALUE ZERO.
       77  FVACT-NEW-BALANCE          PIC 9(8)V99 VALUE ZERO.
       77  FVACT-ACTUAL-SWITCH        PIC X      VALUE "N".
           88 FV-PROJECT-FROM-ACTUAL             VALUE "Y".
       77  FVACT-ELAPSED-YEARS        PIC S9(3)  VALUE ZERO.
       77  FVACT-START-YEAR           PIC 99     VALUE 1.
       77  FVACT-START-BALANCE        PIC 9(7)V99 VALUE ZERO.
       77  EDITED-FVACT-AMOUNT        PIC Z,ZZZ,ZZ9.99.

       01  FVACT-DATE-AREA.
           05 FVACT-OPEN-DATE         PIC 9(8).
           05 FVACT-OPEN-PARTS REDEFINES FVACT-OPEN-DATE.
               10 FVACT-OPEN-YEAR     PIC 9(4).
               10 FVACT-OPEN-MMDD     PIC 9(4).
           05 FVACT-ASOF-DATE         PIC 9(8).
           05 FVACT-ASOF-PARTS REDEFINES FVACT-ASOF-DATE.
               10 FVACT-ASOF-YEAR     PIC 9(4).
               10 FVACT-ASOF-MMDD     PIC 9(4).

      * ---------------------------------
      * FV CUSTOMER STATEMENT RUN
      * ---------------------------------
       77  FV-STATEMENT-STATUS        PIC XX     VALUE SPACES.
       77  FV-STMT-CKPT-STATUS        PIC XX     VALUE SPACES.
       77  STMT-DATE                  PIC 9(8)   VALUE ZERO.
       77  STMT-FROM-ACCOUNT          PIC X(10)  VALUE SPACES.
       77  STMT-TO-ACCOUNT            PIC X(10)  VALUE SPACES.
       77  STMT-RESTART-ACCOUNT       PIC X(10)  VALUE SPACES.
       77  STMT-RESTART-SWITCH        PIC X      VALUE "N".
           88 STMT-IS-RESTART                    VALUE "Y".
       77  STMT-EOF-SWITCH            PIC X      VALUE "N".
           88 STMT-MASTER-EOF                    VALUE "Y".
       77  STMT-ACCOUNTS-READ         PIC 9(5)   VALUE ZERO.
       77  STMT-COUNT                 PIC 9(5)   VALUE ZERO.
       77  STMT-PAGE-COUNT            PIC 9(5)   VALUE ZERO.
       77  STMT-SKIP-CLOSED           PIC 9(5)   VALUE ZERO.
       77  STMT-SKIP-HOLD             PIC 9(5)   VALUE ZERO.
       77  STMT-SKIP-OTHER            PIC 9(5)   VALUE ZERO.
       77  STMT-REJECT-COUNT          PIC 9(5)   VALUE ZERO.
       77  STMT-PAGE-NUMBER           PIC 9(3)   VALUE ZERO.
       77  STMT-PAGE-LINES            PIC 9(3)   VALUE ZERO.
       77  STMT-LINES-PER-PAGE        PIC 9(3)   VALUE 55.
       77  STMT-YEAR                  PIC 99     VALUE ZERO.
       77  STMT-HEADER-TITLE          PIC X(40)  VALUE SPACES.
       77  STMT-HEADER-REF            PIC X(20)  VALUE SPACES.
       77  STMT-PRINT-LINE            PIC X(80)  VALUE SPACES.
       77  EDITED-STMT-INVESTMENT     PIC ZZ,ZZ9.
       77  EDITED-STMT-CONTRIB        PIC ZZ,ZZ9.
       77  EDITED-STMT-RATE           PIC Z9.9.
       77  EDITED-STMT-AMOUNT         PIC Z,ZZZ,ZZ9.99.

       01  FVACT-TABLE-AREA.
           05 FVACT-ENTRY OCCURS 5000 TIMES
                          INDEXED BY FVT-IDX.
               10 FVT-ACCT-NUMBER     PIC X(10).
               10 FVT-ACTIVITY-DATE   PIC 9(8).
               10 FVT-ACTIVITY-TYPE   PIC X.
               10 FVT-AMOUNT          PIC 9(7)V99.
               10 FVT-REFERENCE       PIC X(10).
               10 FVT-POST-STATUS     PIC X.
               10 FVT-POSTED-DATE     PIC 9(8).

      * ---------------------------------
      * UNATTENDED RUN MODE
       77  RUN-STATUS-TEXT          PIC X(7)    VALUE SPACES.

       01  RUN-FUNCTION-AREA.
           05 RUN-FUNCTION-LIST     PIC X(12)   VALUE SPACES.
           05 FILLER REDEFINES RUN-FUNCTION-LIST.
               10 RUN-FUNCTION-FIRST PIC X(8).
               10 RUN-FUNCTION-MORE PIC X(4).
           05 FILLER REDEFINES RUN-FUNCTION-LIST.
               10 RUN-FUNCTION-CHAR OCCURS 12 TIMES
                                    PIC X.

      * ---------------------------------
       77  SALES-TAX-RATE           PIC 9V9999  VALUE ZERO.
       77  TAX-RATE-TABLE-IDX       PIC 9(3)    VALUE ZERO.
       77  BEST-RATE-EFF-DATE       PIC 9(8)    VALUE ZERO.
       77  RATE-BEST-IDX            PIC 9(3)    VALUE ZERO.

       01  TAX-RATE-TABLE-AREA.
           05 TAX-RATE-ENTRY OCCURS 500 TIMES INDEXED BY TXR-IDX.
               10 TXR-EFFECTIVE-DATE PIC 9(8).
               10 TXR-RATE           PIC 9V9999.
               10 TXR-END-DATE       PIC 9(8).
               10 TXR-COMP-COUNT     PIC 9.
               10 TXR-COMPONENT OCCURS 4 TIMES.
                   15 TXR-AUTH-TYPE  PIC X.
                   15 TXR-AUTH-ID    PIC X(10).
                   15 TXR-COMP-RATE  PIC 9V9999.

      * ---------------------------------
      * TAX SPLIT BY TAXING AUTHORITY FOR THE TRANSACTION BEING
      * POSTED.  EVERY COMPONENT BUT THE LAST IS ROUNDED ON ITS
      * OWN RATE AND THE LAST TAKES WHAT IS LEFT OF THE
      * COMBINED TAX, SO THE COMPONENTS ALWAYS ADD UP TO IT
      * ---------------------------------
       77  AUTH-TAX-COUNT           PIC 9       VALUE ZERO.
       77  AUTH-TAX-IDX             PIC 9       VALUE ZERO.
       77  AUTH-SLOT-IDX            PIC 9       VALUE ZERO.
       77  AUTH-SLOT-FOUND-SWITCH   PIC X       VALUE "N".
           88 AUTH-SLOT-WAS-FOUND               VALUE "Y".
       77  AUTH-TAX-RUNNING         PIC S9(9)V99 VALUE ZERO.
       77  RATE-COMP-TOTAL          PIC 99V9999 VALUE ZERO.

       01  AUTHORITY-TAX-AREA.
           05 AUTHORITY-TAX-ENTRY OCCURS 4 TIMES.
               10 ATX-AUTH-TYPE      PIC X.
               10 ATX-AUTH-ID        PIC X(10).
               10 ATX-AUTH-TAX       PIC S9(7)V99.

      * ---------------------------------
      * TAX RATE MAINTENANCE
           05 MAINT-RATE-9 REDEFINES MAINT-RATE-X
                                   PIC 9V9999.
       77  MAINT-TARGET-IDX        PIC 9(3)    VALUE ZERO.
       77  MAINT-COMP-IDX          PIC 9       VALUE ZERO.

       01  MAINT-COMP-COUNT-ENTRY.
           05 MAINT-COMP-COUNT-X   PIC X.
           05 MAINT-COMP-COUNT-9 REDEFINES MAINT-COMP-COUNT-X
                                   PIC 9.

       01  MAINT-COMPONENT-AREA.
           05 MAINT-COMPONENT OCCURS 4 TIMES.
               10 MAINT-AUTH-TYPE  PIC X.
                   88 MAINT-AUTH-TYPE-VALID   VALUE "S" "C" "M" "D".
               10 MAINT-AUTH-ID    PIC X(10).
               10 MAINT-COMP-RATE-X PIC X(5).
               10 MAINT-COMP-RATE-9 REDEFINES MAINT-COMP-RATE-X
                                   PIC 9V9999.
       77  MAINT-TARGET-EFF-DATE   PIC 9(8)    VALUE ZERO.
       77  RATE-SCAN-IDX           PIC 9(3)    VALUE ZERO.
       77  DAYS-IN-MONTH           PIC 99      VALUE ZERO.
           05 DUV-MONTH            PIC 99.
           05 DUV-DAY              PIC 99.

      * ---------------------------------
      * POSTED SALES LEDGER AND RETROACTIVE RATE CORRECTION
      * THE LEDGER IS HELD IN THE TABLE WHILE A CORRECTION
      * RE-RATES IT, AND REWRITTEN WITH THE CORRECTED TAX ONLY
      * WHEN THE SUPERVISOR CONFIRMS.  THE RE-RATED SALES ARE
      * GROUPED BY BATCH AND STORE FOR THE REPORT, AND THE
      * NET DIFFERENCE PER BATCH GOES TO THE TAX GL EXTRACT
      * AS AN ADJUSTMENT RECORD
      * ---------------------------------
       77  SALES-LEDGER-STATUS      PIC XX      VALUE SPACES.
       77  RERATE-REPORT-STATUS     PIC XX      VALUE SPACES.
       77  SALES-LEDGER-OPEN-SWITCH PIC X       VALUE "N".
           88 SALES-LEDGER-IS-OPEN              VALUE "Y".
       77  SLED-TABLE-COUNT         PIC 9(4)    VALUE ZERO.
       77  SLED-TABLE-IDX           PIC 9(4)    VALUE ZERO.
       77  SLED-EOF-SWITCH          PIC X       VALUE "N".
           88 SLED-FILE-EOF                     VALUE "Y".
       77  SLED-OVFL-SWITCH         PIC X       VALUE "N".
           88 SLED-TABLE-OVERFLOW               VALUE "Y".
       77  SLED-REVERSED-COUNT      PIC 9(4)    VALUE ZERO.
       77  RATE-CORRECTION-SWITCH   PIC X       VALUE "N".
           88 RATE-CORRECTION-ENTRY             VALUE "Y".
       77  RERATE-CONFIRM           PIC X       VALUE SPACE.
       77  RERATE-REASON            PIC X(40)   VALUE SPACES.
       77  RERATE-OLD-RATE          PIC 9V9999  VALUE ZERO.
       77  RERATE-NEW-TAX           PIC S9(7)V99 VALUE ZERO.
       77  RERATE-SALE-COUNT        PIC 9(5)    VALUE ZERO.
       77  RERATE-CHANGED-COUNT     PIC 9(5)    VALUE ZERO.
       77  RERATE-NO-RATE-COUNT     PIC 9(5)    VALUE ZERO.
       77  RERATE-ADJUST-COUNT      PIC 9(4)    VALUE ZERO.
       77  RERATE-TOTAL-OLD         PIC S9(9)V99 VALUE ZERO.
       77  RERATE-TOTAL-NEW         PIC S9(9)V99 VALUE ZERO.
       77  RERATE-TOTAL-DIFF        PIC S9(9)V99 VALUE ZERO.
       77  RERATE-BATCH-DIFF        PIC S9(9)V99 VALUE ZERO.
       77  RERATE-BATCH-SALES       PIC S9(9)V99 VALUE ZERO.
       77  RERATE-ENTRY-COUNT       PIC 9(3)    VALUE ZERO.
       77  RERATE-ENTRY-IDX         PIC 9(3)    VALUE ZERO.
       77  RERATE-SCAN-IDX          PIC 9(3)    VALUE ZERO.
       77  RERATE-FOUND-SWITCH      PIC X       VALUE "N".
           88 RERATE-ENTRY-FOUND                VALUE "Y".
       77  RERATE-OVFL-SWITCH       PIC X       VALUE "N".
           88 RERATE-TABLE-OVERFLOW             VALUE "Y".
       77  RERATE-SEEN-SWITCH       PIC X       VALUE "N".
           88 RERATE-BATCH-SEEN                 VALUE "Y".
       77  EDITED-RERATE-OLD        PIC -ZZZ,ZZZ,ZZ9.99.
       77  EDITED-RERATE-NEW        PIC -ZZZ,ZZZ,ZZ9.99.
       77  EDITED-RERATE-DIFF       PIC -ZZZ,ZZZ,ZZ9.99.
       77  EDITED-RERATE-OLD-RATE   PIC 9.9999.

       01  RERATE-END-ENTRY.
           05 RERATE-END-X          PIC X(8).
           05 RERATE-END-9 REDEFINES RERATE-END-X
                                    PIC 9(8).

       01  SLED-TABLE-AREA.
           05 SLED-TABLE-ENTRY OCCURS 9999 TIMES
               INDEXED BY SLT-IDX   PIC X(55).

      * WORKING COPY OF ONE LEDGER RECORD WHILE THE FILE IS
      * HELD IN THE TABLE
       01  SALES-LEDGER-WORK-RECORD.
           05 SLW-POSTED-DATE       PIC 9(8).
           05 SLW-BATCH-NUMBER      PIC 9(6).
           05 SLW-STORE-ID          PIC X(4).
           05 SLW-JURISDICTION      PIC X(10).
           05 SLW-CATEGORY          PIC X.
           05 SLW-SALES-AMOUNT      PIC S9(7)V99
                                    SIGN LEADING SEPARATE.
           05 SLW-TAX-AMOUNT        PIC S9(7)V99
                                    SIGN LEADING SEPARATE.
           05 SLW-TAX-RATE          PIC 9V9999.
           05 SLW-STATUS            PIC X.
               88 SLW-BATCH-REVERSED            VALUE "V".

       01  RERATE-TABLE-AREA.
           05 RERATE-ENTRY OCCURS 500 TIMES
               INDEXED BY RRT-IDX.
               10 RRT-BATCH-NUMBER  PIC 9(6).
               10 RRT-STORE-ID      PIC X(4).
               10 RRT-SALE-COUNT    PIC 9(5).
               10 RRT-OLD-TAX       PIC S9(9)V99.
               10 RRT-NEW-TAX       PIC S9(9)V99.
      * SALES IN THE GROUP WHOSE RATE IS THE ONE CORRECTED -
      * THE BASE THE AUTHORITY SPLIT OF THE ADJUSTMENT USES
               10 RRT-SALES         PIC S9(9)V99.

      * ---------------------------------
      * THE AUTHORITY COMPONENTS OF THE RATE IN FORCE ON THE
      * EFFECTIVE DATE, KEPT BEFORE THE CORRECTION OVERWRITES
      * THE TABLE, AND EACH AUTHORITY'S UNROUNDED SHARE OF A
      * BATCH'S ADJUSTMENT
      * ---------------------------------
       01  RERATE-OLD-COMP-AREA.
           05 RERATE-OLD-COMP-COUNT PIC 9.
           05 RERATE-OLD-COMPONENT OCCURS 4 TIMES.
               10 ROC-AUTH-TYPE     PIC X.
               10 ROC-AUTH-ID       PIC X(10).
               10 ROC-COMP-RATE     PIC 9V9999.

       77  RERATE-SPLIT-TYPE        PIC X       VALUE SPACE.
       77  RERATE-SPLIT-ID          PIC X(10)   VALUE SPACES.
       77  RERATE-SPLIT-AMOUNT      PIC S9(9)V9(6) VALUE ZERO.
       77  RERATE-SPLIT-OVFL-SWITCH PIC X       VALUE "N".
           88 RERATE-SPLIT-OVERFLOW             VALUE "Y".

       01  RERATE-SPLIT-AREA.
           05 RERATE-SPLIT-TAX OCCURS 4 TIMES
                                    PIC S9(9)V9(6).

      * ---------------------------------
      * STORE POSTINGS AND DEPOSIT RECONCILIATION
      * EACH STORE'S BUSINESS DAY IS BUILT UP IN THE TABLE FROM
      * ITS POSTINGS AND ITS DEPOSITS, THEN THE DEPOSITED CASH
      * IS COMPARED WITH THE NET SALES PLUS TAX THE BATCH RUN
      * POSTED FOR IT
      * ---------------------------------
       77  STORE-POSTING-STATUS     PIC XX      VALUE SPACES.
       77  STORE-DEPOSIT-STATUS     PIC XX      VALUE SPACES.
       77  DEPOSIT-RECON-STATUS     PIC XX      VALUE SPACES.
       77  STORE-POSTING-OPEN-SWITCH PIC X      VALUE "N".
           88 STORE-POSTING-IS-OPEN             VALUE "Y".
       77  SPST-EOF-SWITCH          PIC X       VALUE "N".
           88 SPST-FILE-EOF                     VALUE "Y".
       77  DEP-EOF-SWITCH           PIC X       VALUE "N".
           88 DEP-FILE-EOF                      VALUE "Y".
       77  DEPREC-FROM-DATE         PIC 9(8)    VALUE ZERO.
       77  DEPREC-TO-DATE           PIC 9(8)    VALUE ZERO.
       77  DEPREC-FROM-INT          PIC 9(7)    VALUE ZERO.
       77  DEPREC-DEFAULT-DAYS      PIC 9(2)    VALUE 7.
       77  DEPREC-COUNT             PIC 9(4)    VALUE ZERO.
       77  DEPREC-IDX               PIC 9(4)    VALUE ZERO.
       77  DEPREC-FOUND-SWITCH      PIC X       VALUE "N".
           88 DEPREC-ENTRY-FOUND                VALUE "Y".
       77  DEPREC-OVFL-SWITCH       PIC X       VALUE "N".
           88 DEPREC-TABLE-OVERFLOW             VALUE "Y".
       77  DEPREC-KEY-STORE         PIC X(4)    VALUE SPACES.
       77  DEPREC-KEY-DATE          PIC 9(8)    VALUE ZERO.
       77  DEPREC-EXPECTED          PIC S9(9)V99 VALUE ZERO.
       77  DEPREC-VARIANCE          PIC S9(9)V99 VALUE ZERO.
       77  DEPREC-ABS-VARIANCE      PIC S9(9)V99 VALUE ZERO.
       77  DEPREC-TOLERANCE         PIC 9(3)V99 VALUE ZERO.
       77  DEPREC-FLAG-TEXT         PIC X(17)   VALUE SPACES.
       77  DEPREC-MATCHED-COUNT     PIC 9(4)    VALUE ZERO.
       77  DEPREC-FLAGGED-COUNT     PIC 9(4)    VALUE ZERO.
       77  DEPREC-NO-SALES-COUNT    PIC 9(4)    VALUE ZERO.
       77  DEPREC-NO-DEPOSIT-COUNT  PIC 9(4)    VALUE ZERO.
       77  DEPREC-BAD-DEPOSIT-COUNT PIC 9(4)    VALUE ZERO.
       77  DEPREC-TOTAL-EXPECTED    PIC S9(9)V99 VALUE ZERO.
       77  DEPREC-TOTAL-DEPOSITED   PIC S9(9)V99 VALUE ZERO.
       77  DEPREC-TOTAL-VARIANCE    PIC S9(9)V99 VALUE ZERO.
       77  EDITED-DEPREC-EXPECTED   PIC -ZZZ,ZZZ,ZZ9.99.
       77  EDITED-DEPREC-DEPOSITED  PIC -ZZZ,ZZZ,ZZ9.99.
       77  EDITED-DEPREC-VARIANCE   PIC -ZZZ,ZZZ,ZZ9.99.
       77  EDITED-DEPREC-TOLERANCE  PIC ZZ9.99.
       77  EDITED-DEPOSIT-AMOUNT    PIC ZZZZZZ9.99.
       77  REVERSE-SPST-COUNT       PIC 9(3)    VALUE ZERO.
       77  REVERSE-SPST-IDX         PIC 9(3)    VALUE ZERO.

       01  DEPREC-DATE-ENTRY.
           05 DEPREC-DATE-X         PIC X(8).
           05 DEPREC-DATE-9 REDEFINES DEPREC-DATE-X
                                    PIC 9(8).

       01  DEPREC-TABLE-AREA.
           05 DEPREC-ENTRY OCCURS 2000 TIMES
               INDEXED BY DRC-IDX.
               10 DRC-STORE-ID      PIC X(4).
               10 DRC-BUSINESS-DATE PIC 9(8).
               10 DRC-POSTED-COUNT  PIC S9(5).
               10 DRC-NET-SALES     PIC S9(9)V99.
               10 DRC-TAX           PIC S9(9)V99.
               10 DRC-DEPOSIT-COUNT PIC 9(3).
               10 DRC-DEPOSIT-AMOUNT PIC S9(9)V99.
               10 DRC-BANK-REFERENCE PIC X(16).

      * A REVERSED BATCH'S STORE POSTINGS, NETTED BY STORE AND
      * BUSINESS DATE SO ONE OFFSET TAKES EACH BACK OUT
       01  REVERSE-SPST-TABLE-AREA.
           05 REVERSE-SPST-ENTRY OCCURS 100 TIMES
               INDEXED BY RSP-IDX.
               10 RSP-STORE-ID      PIC X(4).
               10 RSP-BUSINESS-DATE PIC 9(8).
               10 RSP-TRANS-COUNT   PIC S9(5).
               10 RSP-NET-SALES     PIC S9(7)V99.
               10 RSP-TAX           PIC S9(7)V99.

      * ---------------------------------
      * STORE SALES HISTORY AND PERIOD COMPARISON
      * THE BATCH RUN BUILDS EACH BATCH'S STORE HISTORY IN THE
      * FIRST TABLE AND APPENDS IT WITH THE STORE POSTINGS; THE
      * COMPARISON RUN TOTALS THE HISTORY BY STORE INTO FOUR
      * PERIODS - 1 MONTH TO DATE, 2 THE SAME DAYS LAST YEAR,
      * 3 YEAR TO DATE, 4 THE SAME DAYS LAST YEAR
      * ---------------------------------
       77  STORE-HISTORY-STATUS     PIC XX      VALUE SPACES.
       77  STORE-COMPARE-STATUS     PIC XX      VALUE SPACES.
       77  STORE-HISTORY-OPEN-SWITCH PIC X      VALUE "N".
           88 STORE-HISTORY-IS-OPEN             VALUE "Y".
       77  SHST-EOF-SWITCH          PIC X       VALUE "N".
           88 SHST-FILE-EOF                     VALUE "Y".
       77  SHIST-COUNT              PIC 9(3)    VALUE ZERO.
       77  SHIST-IDX                PIC 9(3)    VALUE ZERO.
       77  SHIST-FOUND-SWITCH       PIC X       VALUE "N".
           88 SHIST-ENTRY-FOUND                 VALUE "Y".
       77  REVERSE-SHST-COUNT       PIC 9(3)    VALUE ZERO.
       77  REVERSE-SHST-IDX         PIC 9(3)    VALUE ZERO.
       77  STCMP-REFUND-LIMIT       PIC 9(3)V9  VALUE 10.0.
       77  STCMP-COUNT              PIC 9(3)    VALUE ZERO.
       77  STCMP-IDX                PIC 9(3)    VALUE ZERO.
       77  STCMP-PERIOD             PIC 9       VALUE ZERO.
       77  STCMP-FOUND-SWITCH       PIC X       VALUE "N".
           88 STCMP-ENTRY-FOUND                 VALUE "Y".
       77  STCMP-OVFL-SWITCH        PIC X       VALUE "N".
           88 STCMP-TABLE-OVERFLOW              VALUE "Y".
       77  STCMP-MASTER-SWITCH      PIC X       VALUE "N".
           88 STCMP-MASTER-LOADED               VALUE "Y".
       77  STCMP-EOF-SWITCH         PIC X       VALUE "N".
           88 STCMP-MASTER-EOF                  VALUE "Y".
       77  STCMP-KEY-STORE          PIC X(4)    VALUE SPACES.
       77  STCMP-PRIOR-ASOF-DATE    PIC 9(8)    VALUE ZERO.
       77  STCMP-CURRENT-NET        PIC S9(9)V99 VALUE ZERO.
       77  STCMP-PRIOR-NET          PIC S9(9)V99 VALUE ZERO.
       77  STCMP-CHANGE             PIC S9(9)V99 VALUE ZERO.
       77  STCMP-CHANGE-LIMIT       PIC S9(13)V99 VALUE ZERO.
       77  STCMP-PERCENT            PIC S9(7)V9 VALUE ZERO.
       77  STCMP-PCT-TEXT           PIC X(8)    VALUE SPACES.
       77  STCMP-MTD-PCT-TEXT       PIC X(8)    VALUE SPACES.
       77  STCMP-YTD-PCT-TEXT       PIC X(8)    VALUE SPACES.
       77  STCMP-MTD-RATIO-TEXT     PIC X(8)    VALUE SPACES.
       77  STCMP-YTD-RATIO-TEXT     PIC X(8)    VALUE SPACES.
       77  STCMP-RATIO-GROSS        PIC S9(9)V99 VALUE ZERO.
       77  STCMP-RATIO-REFUNDS      PIC S9(9)V99 VALUE ZERO.
       77  STCMP-RATIO-TEXT         PIC X(8)    VALUE SPACES.
       77  STCMP-RATIO-OVER-SWITCH  PIC X       VALUE "N".
           88 STCMP-RATIO-OVER-LIMIT            VALUE "Y".
       77  STCMP-FLAG-SWITCH        PIC X       VALUE "N".
           88 STCMP-STORE-FLAGGED               VALUE "Y".
       77  STCMP-STORE-LINE-COUNT   PIC 9(4)    VALUE ZERO.
       77  STCMP-NOT-ON-MASTER-COUNT PIC 9(4)   VALUE ZERO.
       77  STCMP-REFUND-FLAG-COUNT  PIC 9(4)    VALUE ZERO.
       77  STCMP-NO-SALES-COUNT     PIC 9(4)    VALUE ZERO.
       77  STCMP-HISTORY-READ-COUNT PIC 9(7)    VALUE ZERO.
       77  STCMP-BAD-HISTORY-COUNT  PIC 9(5)    VALUE ZERO.
       77  EDITED-STCMP-AMOUNT-1    PIC -ZZZ,ZZZ,ZZ9.99.
       77  EDITED-STCMP-AMOUNT-2    PIC -ZZZ,ZZZ,ZZ9.99.
       77  EDITED-STCMP-AMOUNT-3    PIC -ZZZ,ZZZ,ZZ9.99.
       77  EDITED-STCMP-AMOUNT-4    PIC -ZZZ,ZZZ,ZZ9.99.
       77  EDITED-STCMP-PERCENT     PIC -ZZZ9.9.
       77  EDITED-STCMP-LIMIT       PIC ZZ9.9.

       01  STCMP-DATE-ENTRY.
           05 STCMP-DATE-X          PIC X(8).
           05 STCMP-DATE-9 REDEFINES STCMP-DATE-X
                                    PIC 9(8).

       01  STCMP-ASOF-AREA.
           05 STCMP-ASOF-DATE       PIC 9(8)    VALUE ZERO.
           05 FILLER REDEFINES STCMP-ASOF-DATE.
               10 STCMP-ASOF-YEAR   PIC 9(4).
               10 STCMP-ASOF-MONTH  PIC 99.
               10 STCMP-ASOF-DAY    PIC 99.

      * FIRST AND LAST BUSINESS DATE OF EACH REPORT PERIOD
       01  STCMP-PERIOD-AREA.
           05 STCMP-PERIOD-RANGE OCCURS 4 TIMES.
               10 STCMP-FROM-DATE   PIC 9(8).
               10 STCMP-TO-DATE     PIC 9(8).

      * RUN TOTALS FOR EACH REPORT PERIOD, ALL STORES
       01  STCMP-TOTAL-AREA.
           05 STCMP-PERIOD-TOTAL OCCURS 4 TIMES.
               10 STT-GROSS-SALES   PIC S9(9)V99.
               10 STT-REFUNDS       PIC S9(9)V99.
               10 STT-TAX           PIC S9(9)V99.

      * THE BATCH'S SALES BY STORE, JURISDICTION AND CATEGORY
       01  STORE-HISTORY-TABLE-AREA.
           05 STORE-HISTORY-ENTRY OCCURS 300 TIMES
               INDEXED BY SHT-IDX.
               10 SHT-STORE-ID      PIC X(4).
               10 SHT-JURISDICTION  PIC X(10).
               10 SHT-CATEGORY      PIC X.
               10 SHT-GROSS-SALES   PIC S9(7)V99.
               10 SHT-REFUNDS       PIC S9(7)V99.
               10 SHT-TAX           PIC S9(7)V99.

      * A REVERSED BATCH'S HISTORY, NETTED BY STORE, BUSINESS
      * DATE, JURISDICTION AND CATEGORY
       01  REVERSE-SHST-TABLE-AREA.
           05 REVERSE-SHST-ENTRY OCCURS 300 TIMES
               INDEXED BY RSH-IDX.
               10 RSH-STORE-ID      PIC X(4).
               10 RSH-BUSINESS-DATE PIC 9(8).
               10 RSH-JURISDICTION  PIC X(10).
               10 RSH-CATEGORY      PIC X.
               10 RSH-GROSS-SALES   PIC S9(7)V99.
               10 RSH-REFUNDS       PIC S9(7)V99.
               10 RSH-TAX           PIC S9(7)V99.

      * ONE ENTRY PER STORE - THE STORE MASTER'S STORES IN KEY
      * ORDER FIRST, THEN ANY STORE FOUND ONLY IN THE HISTORY
       01  STCMP-TABLE-AREA.
           05 STCMP-ENTRY OCCURS 500 TIMES
               INDEXED BY SCT-IDX.
               10 SCT-STORE-ID      PIC X(4).
               10 SCT-STORE-NAME    PIC X(20).
               10 SCT-STATUS        PIC X.
                   88 SCT-STORE-OPEN            VALUE "A".
               10 SCT-ON-MASTER     PIC X.
                   88 SCT-IS-ON-MASTER          VALUE "Y".
               10 SCT-LAST-SALE-DATE PIC 9(8).
               10 SCT-PERIOD-AMOUNTS OCCURS 4 TIMES.
                   15 SCT-GROSS-SALES PIC S9(9)V99.
                   15 SCT-REFUNDS   PIC S9(9)V99.
                   15 SCT-TAX       PIC S9(9)V99.

      * ---------------------------------
      * GL ACCOUNT MAPPING AND JOURNAL
      * ---------------------------------
       77  GL-MAP-STATUS            PIC XX      VALUE SPACES.
       77  GL-JOURNAL-STATUS        PIC XX      VALUE SPACES.
       77  GL-MAP-MAINT-CHOICE      PIC 9       VALUE ZERO.
       77  GLMAP-COUNT              PIC 9(3)    VALUE ZERO.
       77  GLMAP-IDX                PIC 9(3)    VALUE ZERO.
       77  GLMAP-EOF-SWITCH         PIC X       VALUE "N".
           88 GLMAP-FILE-EOF                    VALUE "Y".
       77  GLMAP-OVFL-SWITCH        PIC X       VALUE "N".
           88 GLMAP-TABLE-OVERFLOW              VALUE "Y".
       77  GLMAP-FOUND-SWITCH       PIC X       VALUE "N".
           88 GLMAP-ENTRY-FOUND                 VALUE "Y".
       77  GLMAP-SEARCH-TYPE        PIC X       VALUE SPACE.
       77  GLMAP-CONFIRM            PIC X       VALUE SPACE.
       77  GLMAP-ACTION             PIC X(3)    VALUE SPACES.
       77  MAINT-GL-TYPE            PIC X       VALUE SPACE.
           88 MAINT-GL-TYPE-VALID               VALUE "F" "T" "S".
       77  MAINT-GL-DEBIT-ACCOUNT   PIC X(10)   VALUE SPACES.
       77  MAINT-GL-DEBIT-COST-CTR  PIC X(6)    VALUE SPACES.
       77  MAINT-GL-CREDIT-ACCOUNT  PIC X(10)   VALUE SPACES.
       77  MAINT-GL-CREDIT-COST-CTR PIC X(6)    VALUE SPACES.
       77  MAINT-GL-DESCRIPTION     PIC X(20)   VALUE SPACES.
       77  JRNL-LINE-COUNT          PIC 9(4)    VALUE ZERO.
       77  JRNL-IDX                 PIC 9(4)    VALUE ZERO.
       77  JRNL-UNIT-START          PIC 9(4)    VALUE ZERO.
       77  JRNL-WRITTEN-COUNT       PIC 9(4)    VALUE ZERO.
       77  JRNL-UNMAPPED-COUNT      PIC 9(4)    VALUE ZERO.
       77  JRNL-WITHHELD-COUNT      PIC 9(4)    VALUE ZERO.
       77  JRNL-OVFL-SWITCH         PIC X       VALUE "N".
           88 JRNL-TABLE-OVERFLOW               VALUE "Y".
       77  JRNL-UNMAPPED-SWITCH     PIC X       VALUE "N".
           88 JRNL-UNIT-UNMAPPED                VALUE "Y".
       77  JRNL-EOF-SWITCH          PIC X       VALUE "N".
           88 JRNL-FILE-EOF                     VALUE "Y".
       77  JRNL-MERGE-SWITCH        PIC X       VALUE "N".
           88 JRNL-LINE-MERGED                  VALUE "Y".
       77  JRNL-SOURCE              PIC XX      VALUE SPACES.
       77  JRNL-SOURCE-REF          PIC X(10)   VALUE SPACES.
       77  JRNL-SOURCE-DESC         PIC X(20)   VALUE SPACES.
       77  JRNL-LINE-ACCOUNT        PIC X(10)   VALUE SPACES.
       77  JRNL-LINE-COST-CTR       PIC X(6)    VALUE SPACES.
       77  JRNL-LINE-AMOUNT         PIC S9(9)V99 VALUE ZERO.
       77  JRNL-LINE-DESC           PIC X(30)   VALUE SPACES.
       77  JRNL-UNMAPPED-TEXT       PIC X(27)   VALUE SPACES.
       77  JRNL-FV-AMOUNT           PIC S9(7)V99 VALUE ZERO.
       77  JRNL-TOTAL-DEBITS        PIC S9(11)V99 VALUE ZERO.
       77  JRNL-TOTAL-CREDITS       PIC S9(11)V99 VALUE ZERO.
       77  JRNL-ID-DATE             PIC 9(8)    VALUE ZERO.
       77  JRNL-ID-SEQ              PIC 9(4)    VALUE ZERO.
       77  EDITED-JRNL-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
       77  EDITED-JRNL-DEBITS       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       77  EDITED-JRNL-CREDITS      PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      * A TAX LIABILITY KEY IS THE JURISDICTION FOLLOWED BY
      * THE CATEGORY CODE
       01  GLMAP-SEARCH-AREA.
           05 GLMAP-SEARCH-KEY      PIC X(11).
           05 GLMAP-SEARCH-TAX-KEY REDEFINES GLMAP-SEARCH-KEY.
               10 GLMAP-SEARCH-JUR  PIC X(10).
               10 GLMAP-SEARCH-CAT  PIC X.

       01  MAINT-GL-KEY-AREA.
           05 MAINT-GL-KEY          PIC X(11).
           05 MAINT-GL-TAX-KEY REDEFINES MAINT-GL-KEY.
               10 MAINT-GL-KEY-JUR  PIC X(10).
               10 MAINT-GL-KEY-CAT  PIC X.

       01  GLMAP-TABLE-AREA.
           05 GLMAP-TABLE-ENTRY OCCURS 500 TIMES
               INDEXED BY GMT-IDX.
               10 GMT-MAP-TYPE      PIC X.
               10 GMT-MAP-KEY       PIC X(11).
               10 GMT-DEBIT-ACCOUNT PIC X(10).
               10 GMT-DEBIT-COST-CTR PIC X(6).
               10 GMT-CREDIT-ACCOUNT PIC X(10).
               10 GMT-CREDIT-COST-CTR PIC X(6).
               10 GMT-DESCRIPTION   PIC X(20).

      * THE RUN'S JOURNAL IS HELD HERE UNTIL IT BALANCES - A
      * POSITIVE AMOUNT IS A DEBIT, A NEGATIVE ONE A CREDIT
       01  JOURNAL-TABLE-AREA.
           05 JOURNAL-LINE OCCURS 2000 TIMES
               INDEXED BY JRL-IDX.
               10 JRL-SOURCE        PIC XX.
               10 JRL-SOURCE-REF    PIC X(10).
               10 JRL-ACCOUNT       PIC X(10).
               10 JRL-COST-CTR      PIC X(6).
               10 JRL-AMOUNT        PIC S9(9)V99.
               10 JRL-DESCRIPTION   PIC X(30).

      * ---------------------------------
      * CROSS-FILE INTEGRITY AUDIT
      * CHECKS THAT THE DATA FILES AGREE WITH EACH OTHER OVER
      * TIME.  EVERY FINDING IS E (ERROR - FAILS THE RUN, RC 8)
      * OR W (WARNING - RC 4).  THE BATCH CONTROL, PENDING FV
      * EXTRACT AND STORE MASTER ENTRIES ARE HELD IN THE
      * TABLES AND MARKED OFF AS THE OTHER FILES ARE READ
      * ---------------------------------
       77  INTEGRITY-REPORT-STATUS  PIC XX      VALUE SPACES.
       77  INTEG-EXCP-MAX-AGE       PIC 9(3)    VALUE 30.
       77  INTEG-ERROR-COUNT        PIC 9(5)    VALUE ZERO.
       77  INTEG-WARNING-COUNT      PIC 9(5)    VALUE ZERO.
       77  INTEG-SEVERITY           PIC X       VALUE SPACE.
       77  INTEG-CHECK-NAME         PIC X(30)   VALUE SPACES.
       77  INTEG-KEY                PIC X(10)   VALUE SPACES.
       77  INTEG-DETAIL             PIC X(86)   VALUE SPACES.
       77  INTEG-FOUND-SWITCH       PIC X       VALUE "N".
           88 INTEG-ENTRY-FOUND                 VALUE "Y".
       77  INTEG-OVFL-SWITCH        PIC X       VALUE "N".
           88 INTEG-TABLE-OVERFLOW              VALUE "Y".
       77  INTEG-EOF-SWITCH         PIC X       VALUE "N".
           88 INTEG-FILE-EOF                    VALUE "Y".
       77  INTEG-BATCH-COUNT        PIC 9(4)    VALUE ZERO.
       77  INTEG-BATCH-IDX          PIC 9(4)    VALUE ZERO.
       77  INTEG-PENDING-COUNT      PIC 9(4)    VALUE ZERO.
       77  INTEG-PENDING-IDX        PIC 9(4)    VALUE ZERO.
       77  INTEG-GLX-COUNT          PIC 9(3)    VALUE ZERO.
       77  INTEG-GLX-IDX            PIC 9(3)    VALUE ZERO.
       77  INTEG-STORE-COUNT        PIC 9(3)    VALUE ZERO.
       77  INTEG-STORE-IDX          PIC 9(3)    VALUE ZERO.
       77  INTEG-KEY-STORE          PIC X(4)    VALUE SPACES.
       77  INTEG-TAXGL-READ         PIC 9(6)    VALUE ZERO.
       77  INTEG-FV-READ            PIC 9(6)    VALUE ZERO.
       77  INTEG-GLX-READ           PIC 9(6)    VALUE ZERO.
       77  INTEG-EXCP-OPEN          PIC 9(6)    VALUE ZERO.
       77  INTEG-DAYTOT-READ        PIC 9(6)    VALUE ZERO.
       77  INTEG-EXCP-DATE          PIC 9(8)    VALUE ZERO.
       77  INTEG-EXCP-AGE           PIC S9(7)   VALUE ZERO.
       77  EDITED-INTEG-AGE         PIC Z(4)9.

       01  INTEG-BATCH-TABLE-AREA.
           05 INTEG-BATCH-ENTRY OCCURS 2000 TIMES
               INDEXED BY IBT-IDX.
               10 IBT-BATCH-NUMBER  PIC 9(6).
               10 IBT-BATCH-DATE    PIC 9(8).
               10 IBT-POSTED-DATE   PIC 9(8).
               10 IBT-STATUS        PIC X.
               10 IBT-TAXGL-COUNT   PIC 9(5).

       01  INTEG-PENDING-TABLE-AREA.
           05 INTEG-PENDING-ENTRY OCCURS 2000 TIMES
               INDEXED BY IPD-IDX.
               10 IPD-ACCT-NUMBER   PIC X(10).
               10 IPD-LAST-VAL-DATE PIC 9(8).
               10 IPD-FOUND-SWITCH  PIC X.

      * ONE ENTRY PER GL EXTRACT ACCOUNT IN ERROR, SO AN
      * ACCOUNT EXTRACTED ON MANY RUNS IS REPORTED ONCE
       01  INTEG-GLX-TABLE-AREA.
           05 INTEG-GLX-ENTRY OCCURS 500 TIMES
               INDEXED BY IGX-IDX.
               10 IGX-ACCOUNT       PIC X(10).
               10 IGX-SEVERITY      PIC X.
               10 IGX-RECORD-COUNT  PIC 9(5).
               10 IGX-LAST-DATE     PIC 9(8).

       01  INTEG-STORE-TABLE-AREA.
           05 INTEG-STORE-ENTRY OCCURS 500 TIMES
               INDEXED BY IST-IDX.
               10 IST-STORE-ID      PIC X(4).
               10 IST-STATUS        PIC X.
               10 IST-REF-SWITCH    PIC X.

       PROCEDURE DIVISION.

      * =================================
           IF UNATTENDED-RUN
               PERFORM 005-LOAD-TAX-RATE-TABLE
               PERFORM 014-LOAD-SCENARIO-TABLE
               PERFORM 018-LOAD-GL-MAP-TABLE
               PERFORM 450-CHECK-EXPIRING-RATES
               PERFORM 500-EXECUTE-RUN-CONTROL
           ELSE
               IF OPERATOR-SIGNED-ON
                   PERFORM 005-LOAD-TAX-RATE-TABLE
                   PERFORM 014-LOAD-SCENARIO-TABLE
                   PERFORM 018-LOAD-GL-MAP-TABLE
                   PERFORM 450-CHECK-EXPIRING-RATES
                   PERFORM 003-SHOW-MAIN-MENU
                       UNTIL MAIN-MENU-CHOICE = 0
                   NOT AT END
                       MOVE "Y" TO UNATTENDED-SWITCH
                       MOVE RUNCTL-OPERATOR-ID TO OPERATOR-ID
                       MOVE RUNCTL-FUNCTIONS TO RUN-FUNCTION-FIRST
                       MOVE RUNCTL-MORE-FUNCTIONS
                           TO RUN-FUNCTION-MORE
                       IF RUNCTL-JURISDICTION NOT = SPACES
                           MOVE RUNCTL-JURISDICTION
                               TO DEFAULT-JURISDICTION
           DISPLAY "11 - GL ACKNOWLEDGEMENT PROCESSING".
           DISPLAY "12 - BUSINESS DAY CLOSE".
           DISPLAY "13 - FV ACCOUNT MAINTENANCE".
           DISPLAY "14 - EXEMPTION CERTIFICATES".
           DISPLAY "15 - REVERSE A POSTED SALES BATCH".
           DISPLAY "16 - STORE DEPOSIT RECONCILIATION".
           DISPLAY "17 - GL ACCOUNT MAPPING".
           DISPLAY "18 - DATA FILE INTEGRITY AUDIT".
           DISPLAY "19 - STORE SALES COMPARISON".
           DISPLAY "0 - EXIT".
           ACCEPT MAIN-MENU-CHOICE.

                   END-IF
               WHEN 13
                   PERFORM 860-MAINTAIN-FV-ACCOUNTS
               WHEN 14
                   PERFORM 870-MAINTAIN-EXEMPT-CERTS
               WHEN 15
                   IF OPERATOR-IS-SUPERVISOR
                       PERFORM 120-REVERSE-POSTED-BATCH
                   ELSE
                       PERFORM 009-REFUSE-RESTRICTED-FUNCTION
                   END-IF
               WHEN 16
                   PERFORM 360-RUN-DEPOSIT-RECONCILIATION
               WHEN 17
                   IF OPERATOR-IS-SUPERVISOR
                       PERFORM 740-MAINTAIN-GL-MAPPING
                   ELSE
                       PERFORM 009-REFUSE-RESTRICTED-FUNCTION
                   END-IF
               WHEN 18
                   PERFORM 370-RUN-INTEGRITY-AUDIT
               WHEN 19
                   PERFORM 380-RUN-STORE-COMPARISON
               WHEN 0
                   CONTINUE
               WHEN OTHER
                       ELSE
                           MOVE ZERO TO TXR-END-DATE (TXR-IDX)
                       END-IF
                       PERFORM 016-LOAD-RATE-COMPONENTS
                   ELSE
                       MOVE "Y" TO RATE-TABLE-OVFL-SWITCH
                       DISPLAY "WARNING: TAX RATE TABLE FULL - RATE "
               CLOSE RATE-SCENARIO-FILE
           END-IF.

      * ---------------------------------
      * LOAD THE GL ACCOUNT MAPPING TABLE - WITH NO FILE EVERY
      * JOURNAL AMOUNT IS UNMAPPED AND GOES TO THE EXCEPTION
      * LOG UNTIL THE MAPPINGS ARE KEYED
      * ---------------------------------
       018-LOAD-GL-MAP-TABLE.
           MOVE ZERO TO GLMAP-COUNT
           MOVE "N" TO GLMAP-OVFL-SWITCH
           OPEN INPUT GL-MAP-FILE
           IF GL-MAP-STATUS = "35"
               DISPLAY "WARNING: GL-MAP-FILE NOT FOUND - NO GL "
                   "ACCOUNT MAPPINGS LOADED."
           ELSE
               MOVE "N" TO GLMAP-EOF-SWITCH
               READ GL-MAP-FILE
                   AT END MOVE "Y" TO GLMAP-EOF-SWITCH
               END-READ
               PERFORM UNTIL GLMAP-FILE-EOF
                   IF GLMAP-COUNT < 500
                       ADD 1 TO GLMAP-COUNT
                       SET GMT-IDX TO GLMAP-COUNT
                       MOVE GL-MAP-RECORD TO GLMAP-TABLE-ENTRY (GMT-IDX)
                   ELSE
                       MOVE "Y" TO GLMAP-OVFL-SWITCH
                       DISPLAY "WARNING: GL MAPPING TABLE FULL - "
                           "MAPPING IGNORED FOR " GLM-MAP-KEY
                   END-IF
                   READ GL-MAP-FILE
                       AT END MOVE "Y" TO GLMAP-EOF-SWITCH
                   END-READ
               END-PERFORM
               CLOSE GL-MAP-FILE
           END-IF.

      * ---------------------------------
      * LOOK UP CURRENT SALES TAX RATE
      * ---------------------------------
           MOVE "N" TO RATE-FOUND-SWITCH
           MOVE ZERO TO SALES-TAX-RATE
           MOVE ZERO TO BEST-RATE-EFF-DATE
           MOVE ZERO TO RATE-BEST-IDX
           PERFORM VARYING TAX-RATE-TABLE-IDX FROM 1 BY 1
               UNTIL TAX-RATE-TABLE-IDX > TAX-RATE-COUNT
               SET TXR-IDX TO TAX-RATE-TABLE-IDX
                   MOVE TXR-RATE (TXR-IDX) TO SALES-TAX-RATE
                   MOVE TXR-EFFECTIVE-DATE (TXR-IDX)
                       TO BEST-RATE-EFF-DATE
                   MOVE TAX-RATE-TABLE-IDX TO RATE-BEST-IDX
               END-IF
           END-PERFORM.

      * ---------------------------------
      * TAKE THE AUTHORITY COMPONENTS OFF THE RATE RECORD.  A
      * RECORD WRITTEN BEFORE RATES WERE SPLIT HAS NONE, AND ONE
      * WHOSE COMPONENTS DO NOT ADD UP TO THE RATE IS WARNED
      * ABOUT AND ITS TAX POSTED UNSPLIT RATHER THAN MIS-SPLIT
      * ---------------------------------
       016-LOAD-RATE-COMPONENTS.
           MOVE ZERO TO TXR-COMP-COUNT (TXR-IDX)
           MOVE ZERO TO RATE-COMP-TOTAL
           PERFORM VARYING AUTH-SLOT-IDX FROM 1 BY 1
               UNTIL AUTH-SLOT-IDX > 4
               MOVE SPACE TO TXR-AUTH-TYPE (TXR-IDX, AUTH-SLOT-IDX)
               MOVE SPACES TO TXR-AUTH-ID (TXR-IDX, AUTH-SLOT-IDX)
               MOVE ZERO TO TXR-COMP-RATE (TXR-IDX, AUTH-SLOT-IDX)
               IF TXRATE-AUTH-TYPE (AUTH-SLOT-IDX) NOT = SPACE
                   AND TXRATE-COMP-RATE (AUTH-SLOT-IDX) IS NUMERIC
                   AND TXR-COMP-COUNT (TXR-IDX) = AUTH-SLOT-IDX - 1
                   ADD 1 TO TXR-COMP-COUNT (TXR-IDX)
                   MOVE TXRATE-AUTH-TYPE (AUTH-SLOT-IDX)
                       TO TXR-AUTH-TYPE (TXR-IDX, AUTH-SLOT-IDX)
                   MOVE TXRATE-AUTH-ID (AUTH-SLOT-IDX)
                       TO TXR-AUTH-ID (TXR-IDX, AUTH-SLOT-IDX)
                   MOVE TXRATE-COMP-RATE (AUTH-SLOT-IDX)
                       TO TXR-COMP-RATE (TXR-IDX, AUTH-SLOT-IDX)
                   ADD TXRATE-COMP-RATE (AUTH-SLOT-IDX)
                       TO RATE-COMP-TOTAL
               END-IF
           END-PERFORM
           IF TXR-COMP-COUNT (TXR-IDX) > ZERO
               AND RATE-COMP-TOTAL NOT = TXRATE-RATE
               DISPLAY "WARNING: AUTHORITY RATES DO NOT ADD UP TO "
                   "THE RATE FOR " TXRATE-JURISDICTION " "
                   TXRATE-CATEGORY-CODE " " TXRATE-EFFECTIVE-DATE
                   " - TAX WILL POST UNSPLIT."
               MOVE ZERO TO TXR-COMP-COUNT (TXR-IDX)
           END-IF.

      * ---------------------------------
      * SPLIT THE TRANSACTION'S SIGNED TAX AMONG THE AUTHORITIES
      * ON THE RATE 015 FOUND.  EACH COMPONENT BUT THE LAST IS
      * ROUNDED ON ITS OWN RATE AND THE LAST TAKES THE REST OF
      * THE COMBINED TAX, SO THE SPLIT NEVER GAINS OR LOSES A
      * CENT.  AN UNSPLIT RATE GIVES ONE TYPE J COMPONENT FOR
      * THE JURISDICTION ITSELF
      * ---------------------------------
       017-SPLIT-TAX-BY-AUTHORITY.
           PERFORM VARYING AUTH-TAX-IDX FROM 1 BY 1
               UNTIL AUTH-TAX-IDX > 4
               MOVE SPACE TO ATX-AUTH-TYPE (AUTH-TAX-IDX)
               MOVE SPACES TO ATX-AUTH-ID (AUTH-TAX-IDX)
               MOVE ZERO TO ATX-AUTH-TAX (AUTH-TAX-IDX)
           END-PERFORM
           MOVE ZERO TO AUTH-TAX-RUNNING
           IF RATE-BEST-IDX = ZERO
               OR TXR-COMP-COUNT (RATE-BEST-IDX) = ZERO
               MOVE 1 TO AUTH-TAX-COUNT
               MOVE "J" TO ATX-AUTH-TYPE (1)
               MOVE CURRENT-JURISDICTION TO ATX-AUTH-ID (1)
               MOVE SIGNED-TAX-AMOUNT TO ATX-AUTH-TAX (1)
           ELSE
               MOVE TXR-COMP-COUNT (RATE-BEST-IDX) TO AUTH-TAX-COUNT
               PERFORM VARYING AUTH-TAX-IDX FROM 1 BY 1
                   UNTIL AUTH-TAX-IDX > AUTH-TAX-COUNT
                   MOVE TXR-AUTH-TYPE (RATE-BEST-IDX, AUTH-TAX-IDX)
                       TO ATX-AUTH-TYPE (AUTH-TAX-IDX)
                   MOVE TXR-AUTH-ID (RATE-BEST-IDX, AUTH-TAX-IDX)
                       TO ATX-AUTH-ID (AUTH-TAX-IDX)
                   IF AUTH-TAX-IDX < AUTH-TAX-COUNT
                       COMPUTE ATX-AUTH-TAX (AUTH-TAX-IDX) ROUNDED =
                           SIGNED-SALES-AMOUNT *
                           TXR-COMP-RATE (RATE-BEST-IDX, AUTH-TAX-IDX)
                       ADD ATX-AUTH-TAX (AUTH-TAX-IDX)
                           TO AUTH-TAX-RUNNING
                   ELSE
                       COMPUTE ATX-AUTH-TAX (AUTH-TAX-IDX) =
                           SIGNED-TAX-AMOUNT - AUTH-TAX-RUNNING
                   END-IF
               END-PERFORM
           END-IF.

      * =================================
      * SALES TAX CALCULATION
      * =================================
               MOVE CURRENT-STORE-ID TO EXCEPTION-VALUE-DISPLAY
           END-IF.

      * ---------------------------------
      * AN EXEMPT SALE MUST NAME A CERTIFICATE THAT IS ON THE
      * CERTIFICATE MASTER, HAS NOT EXPIRED BY THE SALE DATE
      * AND WAS ISSUED BY THE SALE'S JURISDICTION.  THE CALLER
      * SETS THE CERTIFICATE NUMBER AND THE SALE DATE
      * ---------------------------------
       116-VALIDATE-EXEMPT-CERTIFICATE.
           MOVE "Y" TO VALID-ENTRY-SWITCH
           MOVE SPACES TO REJECT-REASON
           EVALUATE TRUE
               WHEN CURRENT-CERT-NUMBER = SPACES
                   MOVE "N" TO VALID-ENTRY-SWITCH
                   MOVE "EXEMPT SALE HAS NO CERTIFICATE NUMBER"
                       TO REJECT-REASON
               WHEN NOT EXEMPT-CERT-IS-OPEN
                   MOVE "N" TO VALID-ENTRY-SWITCH
                   MOVE "EXEMPT CERTIFICATE FILE IS NOT AVAILABLE"
                       TO REJECT-REASON
               WHEN OTHER
                   MOVE CURRENT-CERT-NUMBER TO ECM-CERT-NUMBER
                   READ EXEMPT-CERT-FILE
                       INVALID KEY
                           MOVE "N" TO VALID-ENTRY-SWITCH
                           MOVE "EXEMPT CERTIFICATE NOT ON FILE"
                               TO REJECT-REASON
                   END-READ
           END-EVALUATE
           IF ENTRY-IS-VALID
               IF ECM-EXPIRY-DATE < EXEMPT-SALE-DATE
                   MOVE "N" TO VALID-ENTRY-SWITCH
                   MOVE "EXEMPT CERTIFICATE HAS EXPIRED"
                       TO REJECT-REASON
               END-IF
           END-IF
           IF ENTRY-IS-VALID
               IF ECM-JURISDICTION NOT = CURRENT-JURISDICTION
                   MOVE "N" TO VALID-ENTRY-SWITCH
                   MOVE "CERTIFICATE ISSUED FOR ANOTHER JURISDICTION"
                       TO REJECT-REASON
               END-IF
           END-IF
           IF NOT ENTRY-IS-VALID
               MOVE SPACES TO EXCEPTION-VALUE-DISPLAY
               MOVE CURRENT-CERT-NUMBER TO EXCEPTION-VALUE-DISPLAY
           END-IF.

      * ---------------------------------
      * LOG A POSTED EXEMPT SALE (OR REFUND) AGAINST ITS
      * CERTIFICATE FOR THE AUDITOR'S REPORT - THE CALLER SETS
      * THE SALE DATE AND BATCH NUMBER
      * ---------------------------------
       117-WRITE-EXEMPT-SALE-RECORD.
           IF EXEMPT-SALES-IS-OPEN
               MOVE CURRENT-CERT-NUMBER TO EXS-CERT-NUMBER
               MOVE EXEMPT-SALE-DATE TO EXS-SALE-DATE
               MOVE EXEMPT-SALE-BATCH TO EXS-BATCH-NUMBER
               MOVE CURRENT-STORE-ID TO EXS-STORE-ID
               MOVE CURRENT-JURISDICTION TO EXS-JURISDICTION
               MOVE SIGNED-SALES-AMOUNT TO EXS-SALES-AMOUNT
               IF SIGNED-SALES-AMOUNT < ZERO
                   MOVE "R" TO EXS-ENTRY-TYPE
               ELSE
                   MOVE "D" TO EXS-ENTRY-TYPE
               END-IF
               WRITE EXEMPT-SALES-RECORD
           END-IF.

      * ---------------------------------
      * LOG A POSTED SALE (OR REFUND) ON THE SALES LEDGER WITH
      * THE TAX AND RATE IT WAS CHARGED - RESUBMISSIONS POST
      * UNDER BATCH ZERO LIKE THEIR TAX GL RECORDS
      * ---------------------------------
       118-WRITE-SALES-LEDGER-RECORD.
           IF SALES-LEDGER-IS-OPEN
               MOVE WS-RUN-DATE TO SLED-POSTED-DATE
               MOVE CURRENT-BATCH-NUMBER TO SLED-BATCH-NUMBER
               MOVE CURRENT-STORE-ID TO SLED-STORE-ID
               MOVE CURRENT-JURISDICTION TO SLED-JURISDICTION
               MOVE SALES-TAX-CATEGORY-CODE TO SLED-CATEGORY
               MOVE SIGNED-SALES-AMOUNT TO SLED-SALES-AMOUNT
               MOVE SIGNED-TAX-AMOUNT TO SLED-TAX-AMOUNT
               MOVE SALES-TAX-RATE TO SLED-TAX-RATE
               MOVE SPACE TO SLED-STATUS
               WRITE SALES-LEDGER-RECORD
           END-IF.

      * ---------------------------------
      * BATCH SALES TAX RUN
      * THE TRANSACTION FILE CARRIES ONE OR MORE BATCH SETS,
           ELSE
               PERFORM 151-LOAD-POSTED-BATCH-TABLE
               PERFORM 148-OPEN-STORE-MASTER-INPUT
               PERFORM 144-OPEN-EXEMPT-CERT-INPUT
               PERFORM 146-OPEN-EXEMPT-SALES-LOG
               PERFORM 142-OPEN-SALES-LEDGER
               PERFORM 140-OPEN-STORE-POSTINGS
               PERFORM 134-OPEN-STORE-HISTORY
               MOVE "SALES TAX BATCH" TO JRNL-SOURCE-DESC
               PERFORM 750-START-GL-JOURNAL
               MOVE ZERO TO BATCH-SET-COUNT
               MOVE ZERO TO BATCH-ACCEPTED-COUNT
               MOVE ZERO TO BATCH-REJECTED-COUNT
                   MOVE "Y" TO RUN-FAILURE-SWITCH
                   CLOSE SALES-TRANS-FILE
                   PERFORM 149-CLOSE-STORE-MASTER
                   PERFORM 145-CLOSE-EXEMPT-CERT-FILES
                   PERFORM 143-CLOSE-SALES-LEDGER
                   PERFORM 141-CLOSE-STORE-POSTINGS
                   PERFORM 135-CLOSE-STORE-HISTORY
               ELSE
                   OPEN OUTPUT SALES-TAX-REPORT-FILE
                   PERFORM 156-PROCESS-ONE-BATCH-SET
                       IF RESUB-PROCESSED-COUNT > ZERO
                           PERFORM 168-WRITE-JURISDICTION-SUBTOTALS
                           PERFORM 169-WRITE-STORE-SUBTOTALS
                           PERFORM 174-WRITE-STORE-POSTINGS
                           PERFORM 133-WRITE-STORE-HISTORY
                           PERFORM 170-WRITE-SALES-TAX-CONTROL-TOTALS
                           PERFORM 175-WRITE-TAX-GL-EXTRACT
                           PERFORM 757-JOURNAL-SALES-BATCH
                           ADD RESUB-PROCESSED-COUNT
                               TO RUN-TRANS-PROCESSED
                           ADD BATCH-TOTAL-SALES TO RUN-TOTAL-SALES
                   END-IF
                   PERFORM 178-WRITE-RUN-BATCH-SUMMARY
                   PERFORM 179-WRITE-DAY-CONTROL-TOTALS
                   PERFORM 765-RELEASE-GL-JOURNAL
                   CLOSE SALES-TAX-REPORT-FILE
                   CLOSE SALES-TRANS-FILE
                   PERFORM 149-CLOSE-STORE-MASTER
                   PERFORM 145-CLOSE-EXEMPT-CERT-FILES
                   PERFORM 143-CLOSE-SALES-LEDGER
                   PERFORM 141-CLOSE-STORE-POSTINGS
                   PERFORM 135-CLOSE-STORE-HISTORY
               END-IF
           END-IF.

      * ---------------------------------
      * THE CERTIFICATE MASTER STAYS OPEN FOR THE WHOLE RUN
      * LIKE THE STORE MASTER - A MISSING MASTER LEAVES THE
      * SWITCH OFF AND EVERY EXEMPT SALE REJECTS
      * ---------------------------------
       144-OPEN-EXEMPT-CERT-INPUT.
           MOVE "N" TO EXEMPT-CERT-OPEN-SWITCH
           OPEN INPUT EXEMPT-CERT-FILE
           IF EXEMPT-CERT-STATUS = "00"
               MOVE "Y" TO EXEMPT-CERT-OPEN-SWITCH
           ELSE
               DISPLAY "WARNING: EXEMPT-CERT-FILE NOT AVAILABLE - "
                   "ALL EXEMPT SALES WILL REJECT ON CERTIFICATE "
                   "LOOKUP."
           END-IF.

       146-OPEN-EXEMPT-SALES-LOG.
           MOVE "N" TO EXEMPT-SALES-OPEN-SWITCH
           OPEN EXTEND EXEMPT-SALES-FILE
           IF EXEMPT-SALES-STATUS = "35"
               OPEN OUTPUT EXEMPT-SALES-FILE
           END-IF
           IF EXEMPT-SALES-STATUS = "00"
               MOVE "Y" TO EXEMPT-SALES-OPEN-SWITCH
           ELSE
               DISPLAY "WARNING: EXEMPT-SALES-FILE NOT AVAILABLE - "
                   "EXEMPT SALES WILL NOT BE LOGGED FOR AUDIT."
           END-IF.

       145-CLOSE-EXEMPT-CERT-FILES.
           IF EXEMPT-CERT-IS-OPEN
               CLOSE EXEMPT-CERT-FILE
               MOVE "N" TO EXEMPT-CERT-OPEN-SWITCH
           END-IF
           IF EXEMPT-SALES-IS-OPEN
               CLOSE EXEMPT-SALES-FILE
               MOVE "N" TO EXEMPT-SALES-OPEN-SWITCH
           END-IF.

      * ---------------------------------
      * THE SALES LEDGER IS APPENDED TO FOR THE WHOLE RUN - A
      * LEDGER THAT CANNOT BE OPENED IS WARNED, AND THE SALES
      * POSTED WITHOUT IT CANNOT BE RE-RATED LATER
      * ---------------------------------
       142-OPEN-SALES-LEDGER.
           MOVE "N" TO SALES-LEDGER-OPEN-SWITCH
           OPEN EXTEND SALES-LEDGER-FILE
           IF SALES-LEDGER-STATUS = "35"
               OPEN OUTPUT SALES-LEDGER-FILE
           END-IF
           IF SALES-LEDGER-STATUS = "00"
               MOVE "Y" TO SALES-LEDGER-OPEN-SWITCH
           ELSE
               DISPLAY "WARNING: SALES-LEDGER-FILE NOT AVAILABLE - "
                   "THIS RUN'S SALES CANNOT BE RE-RATED."
           END-IF.

       143-CLOSE-SALES-LEDGER.
           IF SALES-LEDGER-IS-OPEN
               CLOSE SALES-LEDGER-FILE
               MOVE "N" TO SALES-LEDGER-OPEN-SWITCH
           END-IF.

      * ---------------------------------
      * THE STORE HISTORY FILE IS APPENDED TO FOR THE WHOLE
      * RUN LIKE THE STORE POSTINGS - WITHOUT IT THE RUN STILL
      * POSTS, BUT ITS SALES ARE MISSING FROM THE COMPARISON
      * ---------------------------------
       134-OPEN-STORE-HISTORY.
           MOVE "N" TO STORE-HISTORY-OPEN-SWITCH
           OPEN EXTEND STORE-HISTORY-FILE
           IF STORE-HISTORY-STATUS = "35"
               OPEN OUTPUT STORE-HISTORY-FILE
           END-IF
           IF STORE-HISTORY-STATUS = "00"
               MOVE "Y" TO STORE-HISTORY-OPEN-SWITCH
           ELSE
               DISPLAY "WARNING: STORE-HISTORY-FILE NOT AVAILABLE - "
                   "THIS RUN'S SALES WILL NOT APPEAR IN THE STORE "
                   "COMPARISON."
           END-IF.

       135-CLOSE-STORE-HISTORY.
           IF STORE-HISTORY-IS-OPEN
               CLOSE STORE-HISTORY-FILE
               MOVE "N" TO STORE-HISTORY-OPEN-SWITCH
           END-IF.

      * ---------------------------------
      * THE STORE POSTINGS FILE IS APPENDED TO FOR THE WHOLE
      * RUN - WITHOUT IT THE RUN STILL POSTS, BUT ITS STORES
      * WILL SHOW AS DEPOSITS WITH NO SALES ON RECONCILIATION
      * ---------------------------------
       140-OPEN-STORE-POSTINGS.
           MOVE "N" TO STORE-POSTING-OPEN-SWITCH
           OPEN EXTEND STORE-POSTING-FILE
           IF STORE-POSTING-STATUS = "35"
               OPEN OUTPUT STORE-POSTING-FILE
           END-IF
           IF STORE-POSTING-STATUS = "00"
               MOVE "Y" TO STORE-POSTING-OPEN-SWITCH
           ELSE
               DISPLAY "WARNING: STORE-POSTING-FILE NOT AVAILABLE - "
                   "THIS RUN'S STORE TOTALS CANNOT BE RECONCILED "
                   "TO DEPOSITS."
           END-IF.

       141-CLOSE-STORE-POSTINGS.
           IF STORE-POSTING-IS-OPEN
               CLOSE STORE-POSTING-FILE
               MOVE "N" TO STORE-POSTING-OPEN-SWITCH
           END-IF.

      * ---------------------------------
      * THE STORE MASTER STAYS OPEN FOR THE WHOLE RUN - EVERY
      * DETAIL IS CHECKED AGAINST IT.  A MISSING MASTER LEAVES
           MOVE ZERO TO SHIFT-SUBTOTAL-TAX
           MOVE ZERO TO JURISDICTION-TOTAL-COUNT
           MOVE ZERO TO STORE-TOTAL-COUNT
           MOVE ZERO TO SHIST-COUNT
           PERFORM 153-CLEAR-CATEGORY-TOTALS.

      * ---------------------------------
                   END-IF
                   PERFORM 168-WRITE-JURISDICTION-SUBTOTALS
                   PERFORM 169-WRITE-STORE-SUBTOTALS
                   PERFORM 174-WRITE-STORE-POSTINGS
                   PERFORM 133-WRITE-STORE-HISTORY
                   PERFORM 170-WRITE-SALES-TAX-CONTROL-TOTALS
                   PERFORM 172-RECORD-BATCH-AS-POSTED
                   PERFORM 175-WRITE-TAX-GL-EXTRACT
                   PERFORM 757-JOURNAL-SALES-BATCH
                   ADD BATCH-TRANSACTION-COUNT TO RUN-TRANS-PROCESSED
                   ADD BATCH-TOTAL-SALES TO RUN-TOTAL-SALES
                   ADD BATCH-TOTAL-TAX TO RUN-TOTAL-TAX

      * ---------------------------------
      * LOAD BATCH NUMBERS ALREADY POSTED SO A RE-RUN OF A
      * BATCH WE HAVE ALREADY TAKEN INTO THE TOTALS IS REFUSED -
      * A REVERSED BATCH'S NUMBER IS FREE TO POST AGAIN
      * ---------------------------------
       151-LOAD-POSTED-BATCH-TABLE.
           MOVE ZERO TO POSTED-BATCH-COUNT
                   AT END MOVE "Y" TO BATCH-CONTROL-EOF-SWITCH
               END-READ
               PERFORM UNTIL BATCH-CONTROL-EOF
                   IF BCTL-REVERSED
                       CONTINUE
                   ELSE
                       IF POSTED-BATCH-COUNT < 500
                           ADD 1 TO POSTED-BATCH-COUNT
                           SET PBT-IDX TO POSTED-BATCH-COUNT
                           MOVE BCTL-BATCH-NUMBER
                               TO PBT-BATCH-NUMBER (PBT-IDX)
                       ELSE
                           DISPLAY "WARNING: POSTED BATCH TABLE FULL"
                               " - BATCH " BCTL-BATCH-NUMBER
                               " NOT REMEMBERED"
                       END-IF
                   END-IF
                   READ BATCH-CONTROL-FILE
                       AT END MOVE "Y" TO BATCH-CONTROL-EOF-SWITCH
           IF ENTRY-IS-VALID
               PERFORM 112-VALIDATE-TAX-CATEGORY-CODE
           END-IF
           MOVE BWRK-CERT-NUMBER TO CURRENT-CERT-NUMBER
           IF ENTRY-IS-VALID
               AND SALES-TAX-CATEGORY-CODE = "E"
               MOVE CURRENT-BATCH-DATE TO EXEMPT-SALE-DATE
               MOVE CURRENT-BATCH-NUMBER TO EXEMPT-SALE-BATCH
               PERFORM 116-VALIDATE-EXEMPT-CERTIFICATE
           END-IF
           IF ENTRY-IS-VALID
               PERFORM 015-LOOKUP-SALES-TAX-RATE
               IF RATE-WAS-FOUND
                       MOVE SALES-AMOUNT TO SIGNED-SALES-AMOUNT
                       MOVE SALES-TAX-AMOUNT TO SIGNED-TAX-AMOUNT
                   END-IF
                   PERFORM 017-SPLIT-TAX-BY-AUTHORITY
                   ADD 1 TO BATCH-TRANSACTION-COUNT
                   ADD SIGNED-SALES-AMOUNT TO BATCH-TOTAL-SALES
                   ADD SIGNED-TAX-AMOUNT TO BATCH-TOTAL-TAX
                   PERFORM 162-ADD-JURISDICTION-SUBTOTAL
                   PERFORM 163-ADD-CATEGORY-SUBTOTAL
                   PERFORM 167-ADD-STORE-SUBTOTAL
                   PERFORM 132-ADD-STORE-HISTORY-ENTRY
                   IF SALES-TAX-CATEGORY-CODE = "E"
                       PERFORM 117-WRITE-EXEMPT-SALE-RECORD
                   END-IF
                   PERFORM 118-WRITE-SALES-LEDGER-RECORD
                   MOVE SALES-AMOUNT TO EDITED-BATCH-SALES-AMT
                   MOVE SPACES TO SALES-TAX-REPORT-RECORD
                   IF BWRK-REFUND-RECORD
           MOVE CURRENT-JURISDICTION TO EXCP-LOG-JURISDICTION
           MOVE BWRK-SALES-AMOUNT TO EXCP-LOG-AMOUNT
           MOVE BWRK-RECORD-TYPE TO EXCP-LOG-TRANS-TYPE
           MOVE BWRK-STORE-ID TO EXCP-LOG-STORE-ID
           MOVE BWRK-CERT-NUMBER TO EXCP-LOG-CERT-NUMBER.

       153-CLEAR-CATEGORY-TOTALS.
           MOVE "E" TO CAT-TOT-CODE (1)
                       TO JUR-CAT-SALES (JUR-IDX, CATEGORY-SLOT)
                   ADD SIGNED-TAX-AMOUNT
                       TO JUR-CAT-TAX (JUR-IDX, CATEGORY-SLOT)
                   PERFORM 166-ADD-AUTHORITY-SUBTOTAL
               END-IF
           END-PERFORM
           IF NOT JURISDICTION-WAS-FOUND
                           (JUR-IDX, CATEGORY-TABLE-IDX)
                       MOVE ZERO TO JUR-CAT-TAX
                           (JUR-IDX, CATEGORY-TABLE-IDX)
                       PERFORM VARYING AUTH-SLOT-IDX FROM 1 BY 1
                           UNTIL AUTH-SLOT-IDX > 4
                           MOVE SPACE TO JCA-AUTH-TYPE
                               (JUR-IDX, CATEGORY-TABLE-IDX,
                                AUTH-SLOT-IDX)
                           MOVE SPACES TO JCA-AUTH-ID
                               (JUR-IDX, CATEGORY-TABLE-IDX,
                                AUTH-SLOT-IDX)
                           MOVE ZERO TO JCA-AUTH-TAX
                               (JUR-IDX, CATEGORY-TABLE-IDX,
                                AUTH-SLOT-IDX)
                       END-PERFORM
                   END-PERFORM
                   MOVE SIGNED-SALES-AMOUNT
                       TO JUR-CAT-SALES (JUR-IDX, CATEGORY-SLOT)
                   MOVE SIGNED-TAX-AMOUNT
                       TO JUR-CAT-TAX (JUR-IDX, CATEGORY-SLOT)
                   PERFORM 166-ADD-AUTHORITY-SUBTOTAL
               ELSE
                   DISPLAY "WARNING: JURISDICTION TABLE FULL - "
                       "SUBTOTAL DROPPED FOR " CURRENT-JURISDICTION
               END-IF
           END-IF.

      * ---------------------------------
      * ADD THE TRANSACTION'S AUTHORITY SPLIT INTO THE SLOTS OF
      * ITS JURISDICTION AND CATEGORY, TAKING A FREE SLOT ON
      * FIRST SIGHT OF AN AUTHORITY.  ONE RATE GOVERNS A
      * JURISDICTION AND CATEGORY FOR THE WHOLE RUN, SO THE
      * FOUR SLOTS ARE ENOUGH
      * ---------------------------------
       166-ADD-AUTHORITY-SUBTOTAL.
           PERFORM VARYING AUTH-TAX-IDX FROM 1 BY 1
               UNTIL AUTH-TAX-IDX > AUTH-TAX-COUNT
               MOVE "N" TO AUTH-SLOT-FOUND-SWITCH
               PERFORM VARYING AUTH-SLOT-IDX FROM 1 BY 1
                   UNTIL AUTH-SLOT-IDX > 4
                       OR AUTH-SLOT-WAS-FOUND
                   IF JCA-AUTH-TYPE
                       (JUR-IDX, CATEGORY-SLOT, AUTH-SLOT-IDX) = SPACE
                       MOVE ATX-AUTH-TYPE (AUTH-TAX-IDX)
                           TO JCA-AUTH-TYPE
                               (JUR-IDX, CATEGORY-SLOT, AUTH-SLOT-IDX)
                       MOVE ATX-AUTH-ID (AUTH-TAX-IDX)
                           TO JCA-AUTH-ID
                               (JUR-IDX, CATEGORY-SLOT, AUTH-SLOT-IDX)
                   END-IF
                   IF JCA-AUTH-TYPE
                       (JUR-IDX, CATEGORY-SLOT, AUTH-SLOT-IDX) =
                           ATX-AUTH-TYPE (AUTH-TAX-IDX)
                       AND JCA-AUTH-ID
                       (JUR-IDX, CATEGORY-SLOT, AUTH-SLOT-IDX) =
                           ATX-AUTH-ID (AUTH-TAX-IDX)
                       MOVE "Y" TO AUTH-SLOT-FOUND-SWITCH
                       ADD ATX-AUTH-TAX (AUTH-TAX-IDX)
                           TO JCA-AUTH-TAX
                               (JUR-IDX, CATEGORY-SLOT, AUTH-SLOT-IDX)
                   END-IF
               END-PERFORM
               IF NOT AUTH-SLOT-WAS-FOUND
                   DISPLAY "WARNING: OVER 4 TAXING AUTHORITIES FOR "
                       CURRENT-JURISDICTION " - AUTHORITY TAX "
                       "DROPPED FOR " ATX-AUTH-ID (AUTH-TAX-IDX)
               END-IF
           END-PERFORM.

       163-ADD-CATEGORY-SUBTOTAL.
           PERFORM VARYING CATEGORY-TABLE-IDX FROM 1 BY 1
               UNTIL CATEGORY-TABLE-IDX > 3
               WRITE SALES-TAX-REPORT-RECORD
           END-PERFORM.

      * ---------------------------------
      * RECORD EACH STORE'S SUBTOTAL FOR THE ACCEPTED BATCH
      * AGAINST THE STORE'S BUSINESS DATE, FOR THE DEPOSIT
      * RECONCILIATION
      * ---------------------------------
       174-WRITE-STORE-POSTINGS.
           IF STORE-POSTING-IS-OPEN
               PERFORM VARYING STORE-TABLE-IDX FROM 1 BY 1
                   UNTIL STORE-TABLE-IDX > STORE-TOTAL-COUNT
                   SET STO-IDX TO STORE-TABLE-IDX
                   IF CURRENT-BATCH-NUMBER = ZERO
                       MOVE WS-RUN-DATE TO SPST-BUSINESS-DATE
                   ELSE
                       MOVE CURRENT-BATCH-DATE TO SPST-BUSINESS-DATE
                   END-IF
                   MOVE CURRENT-BATCH-NUMBER TO SPST-BATCH-NUMBER
                   MOVE STO-TOT-ID (STO-IDX) TO SPST-STORE-ID
                   MOVE STO-TOT-COUNT (STO-IDX) TO SPST-TRANS-COUNT
                   MOVE STO-TOT-SALES (STO-IDX) TO SPST-NET-SALES
                   MOVE STO-TOT-TAX (STO-IDX) TO SPST-TAX
                   MOVE "P" TO SPST-ENTRY-TYPE
                   MOVE WS-RUN-DATE TO SPST-POSTED-DATE
                   WRITE STORE-POSTING-RECORD
               END-PERFORM
           END-IF.

      * ---------------------------------
      * ACCUMULATE THE PROCESSED TRANSACTION INTO ITS STORE,
      * JURISDICTION AND CATEGORY HISTORY ENTRY.  A REFUND ADDS
      * TO REFUNDS, NOT AGAINST GROSS SALES, SO THE REFUND RATIO
      * CAN BE TAKEN FROM THE HISTORY
      * ---------------------------------
       132-ADD-STORE-HISTORY-ENTRY.
           MOVE "N" TO SHIST-FOUND-SWITCH
           PERFORM VARYING SHIST-IDX FROM 1 BY 1
               UNTIL SHIST-IDX > SHIST-COUNT
                   OR SHIST-ENTRY-FOUND
               IF SHT-STORE-ID (SHIST-IDX) = CURRENT-STORE-ID
                   AND SHT-JURISDICTION (SHIST-IDX) =
                       CURRENT-JURISDICTION
                   AND SHT-CATEGORY (SHIST-IDX) =
                       SALES-TAX-CATEGORY-CODE
                   MOVE "Y" TO SHIST-FOUND-SWITCH
                   SET SHT-IDX TO SHIST-IDX
               END-IF
           END-PERFORM
           IF NOT SHIST-ENTRY-FOUND
               IF SHIST-COUNT < 300
                   ADD 1 TO SHIST-COUNT
                   SET SHT-IDX TO SHIST-COUNT
                   MOVE CURRENT-STORE-ID TO SHT-STORE-ID (SHT-IDX)
                   MOVE CURRENT-JURISDICTION
                       TO SHT-JURISDICTION (SHT-IDX)
                   MOVE SALES-TAX-CATEGORY-CODE
                       TO SHT-CATEGORY (SHT-IDX)
                   MOVE ZERO TO SHT-GROSS-SALES (SHT-IDX)
                   MOVE ZERO TO SHT-REFUNDS (SHT-IDX)
                   MOVE ZERO TO SHT-TAX (SHT-IDX)
                   MOVE "Y" TO SHIST-FOUND-SWITCH
               ELSE
                   DISPLAY "WARNING: STORE HISTORY TABLE FULL - "
                       "HISTORY DROPPED FOR " CURRENT-STORE-ID
               END-IF
           END-IF
           IF SHIST-ENTRY-FOUND
               IF SIGNED-SALES-AMOUNT < ZERO
                   ADD SALES-AMOUNT TO SHT-REFUNDS (SHT-IDX)
               ELSE
                   ADD SALES-AMOUNT TO SHT-GROSS-SALES (SHT-IDX)
               END-IF
               ADD SIGNED-TAX-AMOUNT TO SHT-TAX (SHT-IDX)
           END-IF.

      * ---------------------------------
      * APPEND THE ACCEPTED BATCH'S STORE HISTORY, DATED THE
      * SAME WAY AS ITS STORE POSTINGS
      * ---------------------------------
       133-WRITE-STORE-HISTORY.
           IF STORE-HISTORY-IS-OPEN
               PERFORM VARYING SHIST-IDX FROM 1 BY 1
                   UNTIL SHIST-IDX > SHIST-COUNT
                   SET SHT-IDX TO SHIST-IDX
                   IF CURRENT-BATCH-NUMBER = ZERO
                       MOVE WS-RUN-DATE TO SHST-BUSINESS-DATE
                   ELSE
                       MOVE CURRENT-BATCH-DATE TO SHST-BUSINESS-DATE
                   END-IF
                   MOVE CURRENT-BATCH-NUMBER TO SHST-BATCH-NUMBER
                   MOVE SHT-STORE-ID (SHT-IDX) TO SHST-STORE-ID
                   MOVE SHT-JURISDICTION (SHT-IDX)
                       TO SHST-JURISDICTION
                   MOVE SHT-CATEGORY (SHT-IDX) TO SHST-CATEGORY
                   MOVE SHT-GROSS-SALES (SHT-IDX) TO SHST-GROSS-SALES
                   MOVE SHT-REFUNDS (SHT-IDX) TO SHST-REFUNDS
                   MOVE SHT-TAX (SHT-IDX) TO SHST-TAX
                   MOVE "P" TO SHST-ENTRY-TYPE
                   MOVE WS-RUN-DATE TO SHST-POSTED-DATE
                   WRITE STORE-HISTORY-RECORD
               END-PERFORM
           END-IF.

       170-WRITE-SALES-TAX-CONTROL-TOTALS.
           MOVE BATCH-TOTAL-SALES TO EDITED-BATCH-TOTAL-SALES
           MOVE BATCH-TOTAL-TAX TO EDITED-BATCH-TOTAL-TAX
           IF ENTRY-IS-VALID
               PERFORM 112-VALIDATE-TAX-CATEGORY-CODE
           END-IF
           MOVE RESUB-CERT-NUMBER TO CURRENT-CERT-NUMBER
           IF ENTRY-IS-VALID
               AND SALES-TAX-CATEGORY-CODE = "E"
               MOVE WS-RUN-DATE TO EXEMPT-SALE-DATE
               MOVE ZERO TO EXEMPT-SALE-BATCH
               PERFORM 116-VALIDATE-EXEMPT-CERTIFICATE
           END-IF
           IF ENTRY-IS-VALID
               PERFORM 015-LOOKUP-SALES-TAX-RATE
               IF RATE-WAS-FOUND
                       MOVE SALES-AMOUNT TO SIGNED-SALES-AMOUNT
                       MOVE SALES-TAX-AMOUNT TO SIGNED-TAX-AMOUNT
                   END-IF
                   PERFORM 017-SPLIT-TAX-BY-AUTHORITY
                   ADD 1 TO BATCH-TRANSACTION-COUNT
                   ADD 1 TO RESUB-PROCESSED-COUNT
                   ADD SIGNED-SALES-AMOUNT TO BATCH-TOTAL-SALES
                   PERFORM 162-ADD-JURISDICTION-SUBTOTAL
                   PERFORM 163-ADD-CATEGORY-SUBTOTAL
                   PERFORM 167-ADD-STORE-SUBTOTAL
                   PERFORM 132-ADD-STORE-HISTORY-ENTRY
                   IF SALES-TAX-CATEGORY-CODE = "E"
                       PERFORM 117-WRITE-EXEMPT-SALE-RECORD
                   END-IF
                   PERFORM 118-WRITE-SALES-LEDGER-RECORD
                   MOVE SALES-AMOUNT TO EDITED-BATCH-SALES-AMT
                   MOVE SPACES TO SALES-TAX-REPORT-RECORD
                   STRING "RESUB " DELIMITED BY SIZE
           MOVE CURRENT-JURISDICTION TO EXCP-LOG-JURISDICTION
           MOVE RESUB-SALES-AMOUNT TO EXCP-LOG-AMOUNT
           MOVE RESUB-RECORD-TYPE TO EXCP-LOG-TRANS-TYPE
           MOVE RESUB-STORE-ID TO EXCP-LOG-STORE-ID
           MOVE RESUB-CERT-NUMBER TO EXCP-LOG-CERT-NUMBER.

      * ---------------------------------
      * COMPARE THE COMPUTED DETAIL COUNT AND SALES-AMOUNT HASH
           MOVE CURRENT-BATCH-NUMBER TO BCTL-BATCH-NUMBER
           MOVE CURRENT-BATCH-DATE TO BCTL-BATCH-DATE
           MOVE WS-RUN-DATE TO BCTL-POSTED-DATE
           MOVE SPACE TO BCTL-STATUS
           MOVE ZERO TO BCTL-REVERSED-DATE
           OPEN EXTEND BATCH-CONTROL-FILE
           IF BATCH-CONTROL-STATUS = "35"
               OPEN OUTPUT BATCH-CONTROL-FILE
                           TO TAXGL-TAX-COLLECTED
                       MOVE "N" TO TAXGL-REMIT-FLAG
                       MOVE ZERO TO TAXGL-REMIT-DATE
                       MOVE "C" TO TAXGL-ENTRY-TYPE
                       PERFORM VARYING AUTH-SLOT-IDX FROM 1 BY 1
                           UNTIL AUTH-SLOT-IDX > 4
                           MOVE JCA-AUTH-TYPE (JUR-IDX,
                               CATEGORY-TABLE-IDX, AUTH-SLOT-IDX)
                               TO TAXGL-AUTH-TYPE (AUTH-SLOT-IDX)
                           MOVE JCA-AUTH-ID (JUR-IDX,
                               CATEGORY-TABLE-IDX, AUTH-SLOT-IDX)
                               TO TAXGL-AUTH-ID (AUTH-SLOT-IDX)
                           MOVE JCA-AUTH-TAX (JUR-IDX,
                               CATEGORY-TABLE-IDX, AUTH-SLOT-IDX)
                               TO TAXGL-AUTH-TAX (AUTH-SLOT-IDX)
                       END-PERFORM
                       WRITE TAX-GL-EXTRACT-RECORD
                   END-IF
               END-PERFORM
           CLOSE DAY-TOTAL-FILE.

      * =================================
      * POSTED BATCH REVERSAL
      * BACKS A BALANCED, POSTED BATCH OUT OF THE BOOKS - AN
      * OFFSETTING TAX GL RECORD FOR EVERY JURISDICTION AND
      * CATEGORY IT POSTED, A NEGATIVE DAY CONTROL RECORD AND
      * AUDIT RECORDS THE RECONCILIATION NETS AGAINST IT, AND
      * ITS BATCH CONTROL ENTRY MARKED REVERSED SO THE NUMBER
      * CAN BE POSTED AGAIN.  A BATCH WHOSE TAX HAS ALREADY
      * BEEN REMITTED IS REFUSED - THAT CORRECTION BELONGS IN
      * THE NEXT FILING PERIOD
      * =================================
       120-REVERSE-POSTED-BATCH.
           DISPLAY "-----------------------------------------------"
           DISPLAY "POSTED SALES BATCH REVERSAL."
           DISPLAY "ENTER BATCH NUMBER TO REVERSE (SIX DIGITS)."
           ACCEPT REVERSE-BATCH-X
           MOVE "Y" TO VALID-ENTRY-SWITCH
           IF REVERSE-BATCH-X IS NOT NUMERIC
               MOVE "N" TO VALID-ENTRY-SWITCH
               MOVE "BATCH NUMBER MUST BE SIX DIGITS" TO REJECT-REASON
           ELSE
               IF REVERSE-BATCH-9 = ZERO
                   MOVE "N" TO VALID-ENTRY-SWITCH
                   MOVE "RESUBMISSIONS ARE NOT A REVERSIBLE BATCH"
                       TO REJECT-REASON
               END-IF
           END-IF
           IF ENTRY-IS-VALID
               PERFORM 121-LOAD-BATCH-CONTROL-TABLE
               IF BCTL-TABLE-OVERFLOW
                   MOVE "N" TO VALID-ENTRY-SWITCH
                   MOVE "BATCH CONTROL FILE HAS OVER 2000 ENTRIES"
                       TO REJECT-REASON
               ELSE
                   IF REVERSE-BCTL-IDX = ZERO
                       MOVE "N" TO VALID-ENTRY-SWITCH
                       MOVE "BATCH IS NOT POSTED OR IS ALREADY REVERSED"
                           TO REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF ENTRY-IS-VALID
               PERFORM 851-LOAD-TAXGL-TABLE
               IF TAXGL-TABLE-OVERFLOW
                   MOVE "N" TO VALID-ENTRY-SWITCH
                   MOVE "TAX GL EXTRACT HAS OVER 2000 RECORDS"
                       TO REJECT-REASON
               ELSE
                   IF TAXGL-FORMAT-ERROR
                       MOVE "N" TO VALID-ENTRY-SWITCH
                       MOVE "TAX GL EXTRACT HAS RECORDS IN OLD LAYOUT"
                           TO REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF ENTRY-IS-VALID
               PERFORM 461-LOAD-SALES-LEDGER-TABLE
               IF SLED-TABLE-OVERFLOW
                   MOVE "N" TO VALID-ENTRY-SWITCH
                   MOVE "SALES LEDGER HAS OVER 9999 RECORDS"
                       TO REJECT-REASON
               END-IF
           END-IF
           IF ENTRY-IS-VALID
               PERFORM 122-TALLY-BATCH-TAXGL
               IF REVERSE-REMITTED-COUNT > ZERO
                   MOVE "N" TO VALID-ENTRY-SWITCH
                   MOVE "BATCH TAX ALREADY REMITTED - FIX NEXT PERIOD"
                       TO REJECT-REASON
                   MOVE "SALES BATCH REVERSAL" TO AUDIT-CALC-TYPE
                   MOVE SPACES TO AUDIT-DETAIL
                   STRING "BATCH=" DELIMITED BY SIZE
                       REVERSE-BATCH-X DELIMITED BY SIZE
                       " REFUSED - " DELIMITED BY SIZE
                       REVERSE-REMITTED-COUNT DELIMITED BY SIZE
                       " TAX GL RECORD(S) REMITTED " DELIMITED BY SIZE
                       REVERSE-REMIT-DATE DELIMITED BY SIZE
                       INTO AUDIT-DETAIL
                   END-STRING
                   PERFORM 960-WRITE-AUDIT-RECORD
               END-IF
           END-IF
           IF NOT ENTRY-IS-VALID
               DISPLAY "REJECTED: " REJECT-REASON
           ELSE
               MOVE REVERSE-TOTAL-SALES TO EDITED-REVERSE-SALES
               MOVE REVERSE-TOTAL-TAX TO EDITED-REVERSE-TAX
               DISPLAY "BATCH " REVERSE-BATCH-X
                   " DATED " REVERSE-BATCH-DATE
                   " POSTED " REVERSE-POSTED-DATE
               DISPLAY "TAX GL RECORDS: " REVERSE-LIVE-COUNT
                   " SALES: " EDITED-REVERSE-SALES
                   " TAX: " EDITED-REVERSE-TAX
               DISPLAY "REVERSE THIS BATCH (Y/N)?"
               ACCEPT REVERSE-CONFIRM
               IF REVERSE-CONFIRM = "Y"
                   PERFORM 123-WRITE-TAXGL-REVERSAL
                   PERFORM 124-FREE-BATCH-CONTROL-ENTRY
                   IF REVERSE-LIVE-COUNT > ZERO
                       PERFORM 125-WRITE-REVERSAL-DAY-TOTAL
                   END-IF
                   PERFORM 126-REVERSE-EXEMPT-SALES
                   PERFORM 127-REVERSE-SALES-LEDGER
                   PERFORM 128-REVERSE-STORE-POSTINGS
                   PERFORM 130-REVERSE-STORE-HISTORY
                   PERFORM 761-JOURNAL-BATCH-REVERSAL
                   MOVE "SALES BATCH REVERSAL" TO AUDIT-CALC-TYPE
                   MOVE SPACES TO AUDIT-DETAIL
                   STRING "BATCH=" DELIMITED BY SIZE
                       REVERSE-BATCH-X DELIMITED BY SIZE
                       " DATED=" DELIMITED BY SIZE
                       REVERSE-BATCH-DATE DELIMITED BY SIZE
                       " POSTED=" DELIMITED BY SIZE
                       REVERSE-POSTED-DATE DELIMITED BY SIZE
                       " REVERSED SALES=" DELIMITED BY SIZE
                       EDITED-REVERSE-SALES DELIMITED BY SIZE
                       " TAX=" DELIMITED BY SIZE
                       EDITED-REVERSE-TAX DELIMITED BY SIZE
                       INTO AUDIT-DETAIL
                   END-STRING
                   PERFORM 960-WRITE-AUDIT-RECORD
                   DISPLAY "BATCH " REVERSE-BATCH-X " REVERSED - "
                       "THE NUMBER IS FREE TO POST AGAIN."
               ELSE
                   DISPLAY "REVERSAL CANCELLED - NOTHING CHANGED."
               END-IF
           END-IF.

      * ---------------------------------
      * LOAD THE WHOLE BATCH CONTROL FILE AND NOTE WHERE THE
      * BATCH'S LIVE (NOT ALREADY REVERSED) ENTRY SITS
      * ---------------------------------
       121-LOAD-BATCH-CONTROL-TABLE.
           MOVE ZERO TO BCTL-TABLE-COUNT
           MOVE ZERO TO REVERSE-BCTL-IDX
           MOVE "N" TO BCTL-OVFL-SWITCH
           MOVE "N" TO BATCH-CONTROL-EOF-SWITCH
           OPEN INPUT BATCH-CONTROL-FILE
           IF BATCH-CONTROL-STATUS NOT = "35"
               READ BATCH-CONTROL-FILE
                   AT END MOVE "Y" TO BATCH-CONTROL-EOF-SWITCH
               END-READ
               PERFORM UNTIL BATCH-CONTROL-EOF
                   IF BCTL-TABLE-COUNT < 2000
                       ADD 1 TO BCTL-TABLE-COUNT
                       SET BCT-IDX TO BCTL-TABLE-COUNT
                       MOVE BATCH-CONTROL-RECORD
                           TO BCTL-TABLE-ENTRY (BCT-IDX)
                       IF BCTL-BATCH-NUMBER = REVERSE-BATCH-9
                           AND NOT BCTL-REVERSED
                           MOVE BCTL-TABLE-COUNT TO REVERSE-BCTL-IDX
                           MOVE BCTL-BATCH-DATE TO REVERSE-BATCH-DATE
                           MOVE BCTL-POSTED-DATE
                               TO REVERSE-POSTED-DATE
                       END-IF
                   ELSE
                       MOVE "Y" TO BCTL-OVFL-SWITCH
                   END-IF
                   READ BATCH-CONTROL-FILE
                       AT END MOVE "Y" TO BATCH-CONTROL-EOF-SWITCH
                   END-READ
               END-PERFORM
               CLOSE BATCH-CONTROL-FILE
           END-IF.

      * ---------------------------------
      * TOTAL THE BATCH'S LIVE COLLECTION AND RATE ADJUSTMENT
      * RECORDS AND COUNT ANY ALREADY REMITTED - ONE REMITTED
      * RECORD REFUSES THE WHOLE REVERSAL
      * ---------------------------------
       122-TALLY-BATCH-TAXGL.
           MOVE ZERO TO REVERSE-LIVE-COUNT
           MOVE ZERO TO REVERSE-REMITTED-COUNT
           MOVE ZERO TO REVERSE-REMIT-DATE
           MOVE ZERO TO REVERSE-TOTAL-SALES
           MOVE ZERO TO REVERSE-TOTAL-TAX
           PERFORM VARYING TAXGL-TABLE-IDX FROM 1 BY 1
               UNTIL TAXGL-TABLE-IDX > TAXGL-TABLE-COUNT
               SET TGL-IDX TO TAXGL-TABLE-IDX
               MOVE TAXGL-TABLE-ENTRY (TGL-IDX) TO TAXGL-WORK-RECORD
               IF TGLW-BATCH-NUMBER = REVERSE-BATCH-9
                   AND (TGLW-LIVE-COLLECTION
                       OR TGLW-RATE-ADJUSTMENT)
                   ADD 1 TO REVERSE-LIVE-COUNT
                   ADD TGLW-GROSS-SALES TO REVERSE-TOTAL-SALES
                   ADD TGLW-TAX-COLLECTED TO REVERSE-TOTAL-TAX
                   IF TGLW-REMITTED
                       ADD 1 TO REVERSE-REMITTED-COUNT
                       MOVE TGLW-REMIT-DATE TO REVERSE-REMIT-DATE
                   END-IF
               END-IF
           END-PERFORM.

      * ---------------------------------
      * REWRITE THE EXTRACT WITH EACH OF THE BATCH'S LIVE
      * RECORDS MARKED REVERSED AND ITS NEGATIVE OFFSET WRITTEN
      * RIGHT BEHIND IT.  THE OFFSET KEEPS THE ORIGINAL RUN
      * DATE SO IT NETS OUT IN THE SAME FILING PERIOD.  EACH
      * OFFSET IS AUDITED WITH THE AMOUNTS IT TAKES OUT, WHICH
      * THE RECONCILIATION NETS AGAINST THE DAY'S NEGATIVE
      * CONTROL RECORD
      * ---------------------------------
       123-WRITE-TAXGL-REVERSAL.
           OPEN OUTPUT TAX-GL-EXTRACT-FILE
           PERFORM VARYING TAXGL-TABLE-IDX FROM 1 BY 1
               UNTIL TAXGL-TABLE-IDX > TAXGL-TABLE-COUNT
               SET TGL-IDX TO TAXGL-TABLE-IDX
               MOVE TAXGL-TABLE-ENTRY (TGL-IDX) TO TAXGL-WORK-RECORD
               IF TGLW-BATCH-NUMBER = REVERSE-BATCH-9
                   AND (TGLW-LIVE-COLLECTION
                       OR TGLW-RATE-ADJUSTMENT)
                   MOVE TGLW-GROSS-SALES TO EDITED-REVERSE-LINE-SALES
                   MOVE TGLW-TAX-COLLECTED TO EDITED-REVERSE-LINE-TAX
                   IF TGLW-RATE-ADJUSTMENT
                       MOVE "B" TO TGLW-ENTRY-TYPE
                   ELSE
                       MOVE "X" TO TGLW-ENTRY-TYPE
                   END-IF
                   MOVE TAXGL-WORK-RECORD TO TAX-GL-EXTRACT-RECORD
                   WRITE TAX-GL-EXTRACT-RECORD
                   COMPUTE TGLW-GROSS-SALES = ZERO - TGLW-GROSS-SALES
                   COMPUTE TGLW-TAX-COLLECTED =
                       ZERO - TGLW-TAX-COLLECTED
                   PERFORM VARYING AUTH-SLOT-IDX FROM 1 BY 1
                       UNTIL AUTH-SLOT-IDX > 4
                       IF TGLW-AUTH-TYPE (AUTH-SLOT-IDX) NOT = SPACE
                           COMPUTE TGLW-AUTH-TAX (AUTH-SLOT-IDX) =
                               ZERO - TGLW-AUTH-TAX (AUTH-SLOT-IDX)
                       END-IF
                   END-PERFORM
                   MOVE "N" TO TGLW-REMIT-FLAG
                   MOVE ZERO TO TGLW-REMIT-DATE
                   IF TGLW-REVERSED-ADJUSTMENT
                       MOVE "W" TO TGLW-ENTRY-TYPE
                   ELSE
                       MOVE "V" TO TGLW-ENTRY-TYPE
                   END-IF
                   MOVE TAXGL-WORK-RECORD TO TAX-GL-EXTRACT-RECORD
                   WRITE TAX-GL-EXTRACT-RECORD
                   MOVE "SALES TAX REVERSAL" TO AUDIT-CALC-TYPE
                   MOVE SPACES TO AUDIT-DETAIL
                   STRING "BATCH=" DELIMITED BY SIZE
                       TGLW-BATCH-NUMBER DELIMITED BY SIZE
                       " JUR=" DELIMITED BY SIZE
                       TGLW-JURISDICTION DELIMITED BY SIZE
                       " SALE=" DELIMITED BY SIZE
                       EDITED-REVERSE-LINE-SALES DELIMITED BY SIZE
                       " TAX=" DELIMITED BY SIZE
                       EDITED-REVERSE-LINE-TAX DELIMITED BY SIZE
                       " CAT=" DELIMITED BY SIZE
                       TGLW-CATEGORY DELIMITED BY SIZE
                       INTO AUDIT-DETAIL
                   END-STRING
                   PERFORM 960-WRITE-AUDIT-RECORD
               ELSE
                   MOVE TAXGL-WORK-RECORD TO TAX-GL-EXTRACT-RECORD
                   WRITE TAX-GL-EXTRACT-RECORD
               END-IF
           END-PERFORM
           CLOSE TAX-GL-EXTRACT-FILE.

      * ---------------------------------
      * MARK THE BATCH'S ENTRY REVERSED AND REWRITE THE FILE -
      * THE NEXT BATCH RUN OR KEY ENTRY NO LONGER SEES THE
      * NUMBER AS POSTED
      * ---------------------------------
       124-FREE-BATCH-CONTROL-ENTRY.
           SET BCT-IDX TO REVERSE-BCTL-IDX
           MOVE BCTL-TABLE-ENTRY (BCT-IDX) TO BCTL-WORK-RECORD
           MOVE "R" TO BCTW-STATUS
           MOVE WS-RUN-DATE TO BCTW-REVERSED-DATE
           MOVE BCTL-WORK-RECORD TO BCTL-TABLE-ENTRY (BCT-IDX)
           OPEN OUTPUT BATCH-CONTROL-FILE
           PERFORM VARYING BCTL-TABLE-IDX FROM 1 BY 1
               UNTIL BCTL-TABLE-IDX > BCTL-TABLE-COUNT
               SET BCT-IDX TO BCTL-TABLE-IDX
               MOVE BCTL-TABLE-ENTRY (BCT-IDX) TO BATCH-CONTROL-RECORD
               WRITE BATCH-CONTROL-RECORD
           END-PERFORM
           CLOSE BATCH-CONTROL-FILE.

      * ---------------------------------
      * THE NEGATIVE DAY CONTROL RECORD CARRIES NO TRANSACTION
      * COUNT - THE TRANSACTIONS WERE PROCESSED, AND THE
      * INPUT-SIDE CHECK STILL COUNTS THEM
      * ---------------------------------
       125-WRITE-REVERSAL-DAY-TOTAL.
           OPEN EXTEND DAY-TOTAL-FILE
           IF DAY-TOTAL-STATUS = "35"
               OPEN OUTPUT DAY-TOTAL-FILE
           END-IF
           MOVE WS-RUN-DATE TO DAYTOT-RUN-DATE
           MOVE ZERO TO DAYTOT-TRANS-COUNT
           COMPUTE DAYTOT-TOTAL-SALES = ZERO - REVERSE-TOTAL-SALES
           COMPUTE DAYTOT-TOTAL-TAX = ZERO - REVERSE-TOTAL-TAX
           WRITE DAY-TOTAL-RECORD
           CLOSE DAY-TOTAL-FILE.

      * ---------------------------------
      * OFFSET THE BATCH'S EXEMPT SALES ON THE CERTIFICATE LOG
      * SO THE AUDITOR'S REPORT NETS THEM OUT.  ONLY THE SALES
      * LOGGED SINCE THE BATCH NUMBER WAS LAST REVERSED ARE
      * STILL LIVE, SO AN EARLIER REVERSAL CLEARS THE TABLE
      * ---------------------------------
       126-REVERSE-EXEMPT-SALES.
           MOVE ZERO TO EXAUD-SALE-COUNT
           MOVE ZERO TO REVERSE-EXEMPT-COUNT
           MOVE "N" TO EXAUD-OVFL-SWITCH
           MOVE "N" TO EXAUD-FILE-EOF-SWITCH
           OPEN INPUT EXEMPT-SALES-FILE
           IF EXEMPT-SALES-STATUS = "00"
               READ EXEMPT-SALES-FILE
                   AT END MOVE "Y" TO EXAUD-FILE-EOF-SWITCH
               END-READ
               PERFORM UNTIL EXAUD-FILE-EOF
                   IF EXS-BATCH-NUMBER = REVERSE-BATCH-9
                       IF EXS-ENTRY-TYPE = "V"
                           MOVE ZERO TO EXAUD-SALE-COUNT
                       ELSE
                           IF EXAUD-SALE-COUNT < 2000
                               ADD 1 TO EXAUD-SALE-COUNT
                               SET EXA-IDX TO EXAUD-SALE-COUNT
                               MOVE EXEMPT-SALES-RECORD
                                   TO EXA-SALE-RECORD (EXA-IDX)
                           ELSE
                               MOVE "Y" TO EXAUD-OVFL-SWITCH
                           END-IF
                       END-IF
                   END-IF
                   READ EXEMPT-SALES-FILE
                       AT END MOVE "Y" TO EXAUD-FILE-EOF-SWITCH
                   END-READ
               END-PERFORM
               CLOSE EXEMPT-SALES-FILE
               IF EXAUD-SALE-COUNT > ZERO
                   OPEN EXTEND EXEMPT-SALES-FILE
                   PERFORM VARYING EXAUD-TABLE-IDX FROM 1 BY 1
                       UNTIL EXAUD-TABLE-IDX > EXAUD-SALE-COUNT
                       SET EXA-IDX TO EXAUD-TABLE-IDX
                       MOVE EXA-SALE-RECORD (EXA-IDX)
                           TO EXEMPT-SALE-WORK-RECORD
                       COMPUTE EXSW-SALES-AMOUNT =
                           ZERO - EXSW-SALES-AMOUNT
                       MOVE "V" TO EXSW-ENTRY-TYPE
                       MOVE EXEMPT-SALE-WORK-RECORD
                           TO EXEMPT-SALES-RECORD
                       WRITE EXEMPT-SALES-RECORD
                       ADD 1 TO REVERSE-EXEMPT-COUNT
                   END-PERFORM
                   CLOSE EXEMPT-SALES-FILE
               END-IF
               IF EXAUD-TABLE-OVERFLOW
                   DISPLAY "WARNING: OVER 2000 EXEMPT SALES FOR THE "
                       "BATCH - ONLY 2000 OFFSET ON THE CERTIFICATE "
                       "LOG."
               END-IF
               IF REVERSE-EXEMPT-COUNT > ZERO
                   DISPLAY "EXEMPT SALES OFFSET: "
                       REVERSE-EXEMPT-COUNT
               END-IF
           END-IF.

      * ---------------------------------
      * MARK THE BATCH'S LIVE SALES REVERSED ON THE SALES
      * LEDGER SO A LATER RATE CORRECTION DOES NOT RE-RATE
      * THEM - SALES POSTED UNDER THE NUMBER AFTERWARDS ARE
      * LIVE AGAIN
      * ---------------------------------
       127-REVERSE-SALES-LEDGER.
           MOVE ZERO TO SLED-REVERSED-COUNT
           PERFORM VARYING SLED-TABLE-IDX FROM 1 BY 1
               UNTIL SLED-TABLE-IDX > SLED-TABLE-COUNT
               SET SLT-IDX TO SLED-TABLE-IDX
               MOVE SLED-TABLE-ENTRY (SLT-IDX)
                   TO SALES-LEDGER-WORK-RECORD
               IF SLW-BATCH-NUMBER = REVERSE-BATCH-9
                   AND NOT SLW-BATCH-REVERSED
                   MOVE "V" TO SLW-STATUS
                   MOVE SALES-LEDGER-WORK-RECORD
                       TO SLED-TABLE-ENTRY (SLT-IDX)
                   ADD 1 TO SLED-REVERSED-COUNT
               END-IF
           END-PERFORM
           IF SLED-REVERSED-COUNT > ZERO
               PERFORM 465-REWRITE-SALES-LEDGER
           END-IF.

      * ---------------------------------
      * NET THE BATCH'S STORE POSTINGS BY STORE AND BUSINESS
      * DATE - EARLIER POSTINGS UNDER THE SAME NUMBER ALREADY
      * NET TO ZERO WITH THEIR OWN OFFSETS - AND APPEND ONE
      * NEGATIVE OFFSET FOR EACH, DATED THE SAME BUSINESS DAY
      * ---------------------------------
       128-REVERSE-STORE-POSTINGS.
           MOVE ZERO TO REVERSE-SPST-COUNT
           OPEN INPUT STORE-POSTING-FILE
           IF STORE-POSTING-STATUS NOT = "35"
               MOVE "N" TO SPST-EOF-SWITCH
               READ STORE-POSTING-FILE
                   AT END MOVE "Y" TO SPST-EOF-SWITCH
               END-READ
               PERFORM UNTIL SPST-FILE-EOF
                   IF SPST-BATCH-NUMBER = REVERSE-BATCH-9
                       PERFORM 129-ADD-REVERSE-STORE-ENTRY
                   END-IF
                   READ STORE-POSTING-FILE
                       AT END MOVE "Y" TO SPST-EOF-SWITCH
                   END-READ
               END-PERFORM
               CLOSE STORE-POSTING-FILE
           END-IF
           IF REVERSE-SPST-COUNT > ZERO
               OPEN EXTEND STORE-POSTING-FILE
               PERFORM VARYING REVERSE-SPST-IDX FROM 1 BY 1
                   UNTIL REVERSE-SPST-IDX > REVERSE-SPST-COUNT
                   SET RSP-IDX TO REVERSE-SPST-IDX
                   IF RSP-TRANS-COUNT (RSP-IDX) NOT = ZERO
                       OR RSP-NET-SALES (RSP-IDX) NOT = ZERO
                       OR RSP-TAX (RSP-IDX) NOT = ZERO
                       MOVE RSP-BUSINESS-DATE (RSP-IDX)
                           TO SPST-BUSINESS-DATE
                       MOVE REVERSE-BATCH-9 TO SPST-BATCH-NUMBER
                       MOVE RSP-STORE-ID (RSP-IDX) TO SPST-STORE-ID
                       COMPUTE SPST-TRANS-COUNT =
                           ZERO - RSP-TRANS-COUNT (RSP-IDX)
                       COMPUTE SPST-NET-SALES =
                           ZERO - RSP-NET-SALES (RSP-IDX)
                       COMPUTE SPST-TAX = ZERO - RSP-TAX (RSP-IDX)
                       MOVE "V" TO SPST-ENTRY-TYPE
                       MOVE WS-RUN-DATE TO SPST-POSTED-DATE
                       WRITE STORE-POSTING-RECORD
                   END-IF
               END-PERFORM
               CLOSE STORE-POSTING-FILE
           END-IF.

       129-ADD-REVERSE-STORE-ENTRY.
           MOVE "N" TO STORE-FOUND-SWITCH
           PERFORM VARYING REVERSE-SPST-IDX FROM 1 BY 1
               UNTIL REVERSE-SPST-IDX > REVERSE-SPST-COUNT
               SET RSP-IDX TO REVERSE-SPST-IDX
               IF RSP-STORE-ID (RSP-IDX) = SPST-STORE-ID
                   AND RSP-BUSINESS-DATE (RSP-IDX) =
                       SPST-BUSINESS-DATE
                   MOVE "Y" TO STORE-FOUND-SWITCH
                   ADD SPST-TRANS-COUNT TO RSP-TRANS-COUNT (RSP-IDX)
                   ADD SPST-NET-SALES TO RSP-NET-SALES (RSP-IDX)
                   ADD SPST-TAX TO RSP-TAX (RSP-IDX)
               END-IF
           END-PERFORM
           IF NOT STORE-WAS-FOUND
               IF REVERSE-SPST-COUNT < 100
                   ADD 1 TO REVERSE-SPST-COUNT
                   SET RSP-IDX TO REVERSE-SPST-COUNT
                   MOVE SPST-STORE-ID TO RSP-STORE-ID (RSP-IDX)
                   MOVE SPST-BUSINESS-DATE
                       TO RSP-BUSINESS-DATE (RSP-IDX)
                   MOVE SPST-TRANS-COUNT TO RSP-TRANS-COUNT (RSP-IDX)
                   MOVE SPST-NET-SALES TO RSP-NET-SALES (RSP-IDX)
                   MOVE SPST-TAX TO RSP-TAX (RSP-IDX)
               ELSE
                   DISPLAY "WARNING: STORE POSTING OFFSET TABLE FULL"
                       " - NO OFFSET FOR STORE " SPST-STORE-ID
               END-IF
           END-IF.

      * ---------------------------------
      * NET THE BATCH'S STORE HISTORY BY STORE, BUSINESS DATE,
      * JURISDICTION AND CATEGORY AND APPEND ONE NEGATIVE
      * OFFSET FOR EACH, AS FOR THE STORE POSTINGS
      * ---------------------------------
       130-REVERSE-STORE-HISTORY.
           MOVE ZERO TO REVERSE-SHST-COUNT
           OPEN INPUT STORE-HISTORY-FILE
           IF STORE-HISTORY-STATUS NOT = "35"
               MOVE "N" TO SHST-EOF-SWITCH
               READ STORE-HISTORY-FILE
                   AT END MOVE "Y" TO SHST-EOF-SWITCH
               END-READ
               PERFORM UNTIL SHST-FILE-EOF
                   IF SHST-BATCH-NUMBER = REVERSE-BATCH-9
                       PERFORM 131-ADD-REVERSE-HISTORY-ENTRY
                   END-IF
                   READ STORE-HISTORY-FILE
                       AT END MOVE "Y" TO SHST-EOF-SWITCH
                   END-READ
               END-PERFORM
               CLOSE STORE-HISTORY-FILE
           END-IF
           IF REVERSE-SHST-COUNT > ZERO
               OPEN EXTEND STORE-HISTORY-FILE
               PERFORM VARYING REVERSE-SHST-IDX FROM 1 BY 1
                   UNTIL REVERSE-SHST-IDX > REVERSE-SHST-COUNT
                   SET RSH-IDX TO REVERSE-SHST-IDX
                   IF RSH-GROSS-SALES (RSH-IDX) NOT = ZERO
                       OR RSH-REFUNDS (RSH-IDX) NOT = ZERO
                       OR RSH-TAX (RSH-IDX) NOT = ZERO
                       MOVE RSH-BUSINESS-DATE (RSH-IDX)
                           TO SHST-BUSINESS-DATE
                       MOVE REVERSE-BATCH-9 TO SHST-BATCH-NUMBER
                       MOVE RSH-STORE-ID (RSH-IDX) TO SHST-STORE-ID
                       MOVE RSH-JURISDICTION (RSH-IDX)
                           TO SHST-JURISDICTION
                       MOVE RSH-CATEGORY (RSH-IDX) TO SHST-CATEGORY
                       COMPUTE SHST-GROSS-SALES =
                           ZERO - RSH-GROSS-SALES (RSH-IDX)
                       COMPUTE SHST-REFUNDS =
                           ZERO - RSH-REFUNDS (RSH-IDX)
                       COMPUTE SHST-TAX = ZERO - RSH-TAX (RSH-IDX)
                       MOVE "V" TO SHST-ENTRY-TYPE
                       MOVE WS-RUN-DATE TO SHST-POSTED-DATE
                       WRITE STORE-HISTORY-RECORD
                   END-IF
               END-PERFORM
               CLOSE STORE-HISTORY-FILE
           END-IF.

       131-ADD-REVERSE-HISTORY-ENTRY.
           MOVE "N" TO SHIST-FOUND-SWITCH
           PERFORM VARYING REVERSE-SHST-IDX FROM 1 BY 1
               UNTIL REVERSE-SHST-IDX > REVERSE-SHST-COUNT
                   OR SHIST-ENTRY-FOUND
               SET RSH-IDX TO REVERSE-SHST-IDX
               IF RSH-STORE-ID (RSH-IDX) = SHST-STORE-ID
                   AND RSH-BUSINESS-DATE (RSH-IDX) =
                       SHST-BUSINESS-DATE
                   AND RSH-JURISDICTION (RSH-IDX) =
                       SHST-JURISDICTION
                   AND RSH-CATEGORY (RSH-IDX) = SHST-CATEGORY
                   MOVE "Y" TO SHIST-FOUND-SWITCH
                   ADD SHST-GROSS-SALES TO RSH-GROSS-SALES (RSH-IDX)
                   ADD SHST-REFUNDS TO RSH-REFUNDS (RSH-IDX)
                   ADD SHST-TAX TO RSH-TAX (RSH-IDX)
               END-IF
           END-PERFORM
           IF NOT SHIST-ENTRY-FOUND
               IF REVERSE-SHST-COUNT < 300
                   ADD 1 TO REVERSE-SHST-COUNT
                   SET RSH-IDX TO REVERSE-SHST-COUNT
                   MOVE SHST-STORE-ID TO RSH-STORE-ID (RSH-IDX)
                   MOVE SHST-BUSINESS-DATE
                       TO RSH-BUSINESS-DATE (RSH-IDX)
                   MOVE SHST-JURISDICTION
                       TO RSH-JURISDICTION (RSH-IDX)
                   MOVE SHST-CATEGORY TO RSH-CATEGORY (RSH-IDX)
                   MOVE SHST-GROSS-SALES TO RSH-GROSS-SALES (RSH-IDX)
                   MOVE SHST-REFUNDS TO RSH-REFUNDS (RSH-IDX)
                   MOVE SHST-TAX TO RSH-TAX (RSH-IDX)
               ELSE
                   DISPLAY "WARNING: STORE HISTORY OFFSET TABLE FULL"
                       " - NO OFFSET FOR STORE " SHST-STORE-ID
               END-IF
           END-IF.

      * =================================
      * BATCH KEY ENTRY
      * BUILDS A BALANCED BATCH SET ON THE TRANSACTION FILE
      * FOR THE STORES WITH NO POS FEED - EACH DETAIL IS
      * VALIDATED AS IT IS KEYED AND THE TRAILER COUNT AND
      * HASH ARE ACCUMULATED BY THE PROGRAM, NEVER TYPED
      * =================================
       190-KEY-ENTER-BATCH.
           PERFORM 151-LOAD-POSTED-BATCH-TABLE
           DISPLAY "-----------------------------------------------"
           DISPLAY "BATCH KEY ENTRY."
           DISPLAY "ENTER BATCH DATE (YYYYMMDD)."
           ACCEPT KEYENT-BATCH-DATE
           MOVE KEYENT-BATCH-DATE TO DATE-UNDER-VALIDATION
           PERFORM 440-VALIDATE-DATE
           IF NOT ENTRY-IS-VALID
               DISPLAY "REJECTED: " REJECT-REASON
           ELSE
               DISPLAY "ENTER BATCH NUMBER (SIX DIGITS)."
               ACCEPT KEYENT-NUMBER-X
               IF KEYENT-NUMBER-X IS NOT NUMERIC
                   DISPLAY "REJECTED: BATCH NUMBER MUST BE SIX DIGITS."
               ELSE
                   MOVE "N" TO KEYENT-DUP-SWITCH
                   PERFORM VARYING PBT-IDX FROM 1 BY 1
                       UNTIL PBT-IDX > POSTED-BATCH-COUNT
                       IF PBT-BATCH-NUMBER (PBT-IDX) = KEYENT-NUMBER-9
                           MOVE "Y" TO KEYENT-DUP-SWITCH
                       END-IF
                   END-PERFORM
                   IF KEYENT-BATCH-IS-DUP
                       DISPLAY "REJECTED: BATCH NUMBER ALREADY POSTED."
                   ELSE
                       PERFORM 148-OPEN-STORE-MASTER-INPUT
                       PERFORM 144-OPEN-EXEMPT-CERT-INPUT
                       PERFORM 191-KEY-ENTER-TRANSACTIONS
                       PERFORM 145-CLOSE-EXEMPT-CERT-FILES
                       PERFORM 149-CLOSE-STORE-MASTER
                   END-IF
               END-IF
           END-IF.

       191-KEY-ENTER-TRANSACTIONS.
           MOVE ZERO TO KEYENT-COUNT
                       "REJECT THIS TRANSACTION."
               END-IF
           END-IF
           MOVE SPACES TO CURRENT-CERT-NUMBER
           IF ENTRY-IS-VALID
               AND SALES-TAX-CATEGORY-CODE = "E"
               DISPLAY "ENTER EXEMPTION CERTIFICATE NUMBER."
               ACCEPT CURRENT-CERT-NUMBER
               IF CURRENT-CERT-NUMBER = SPACES
                   MOVE "N" TO VALID-ENTRY-SWITCH
                   MOVE "EXEMPT SALE HAS NO CERTIFICATE NUMBER"
                       TO REJECT-REASON
               ELSE
                   MOVE KEYENT-BATCH-DATE TO EXEMPT-SALE-DATE
                   PERFORM 116-VALIDATE-EXEMPT-CERTIFICATE
                   IF NOT ENTRY-IS-VALID
                       DISPLAY "WARNING: " REJECT-REASON
                       DISPLAY "THE BATCH RUN WILL REJECT THIS "
                           "TRANSACTION."
                       MOVE "Y" TO VALID-ENTRY-SWITCH
                   END-IF
               END-IF
           END-IF
           IF ENTRY-IS-VALID
               PERFORM 194-ADD-KEYED-TRANS-TO-TABLE
           ELSE
               MOVE SALES-TAX-CATEGORY-CODE TO BWRK-TAX-CATEGORY
               MOVE CURRENT-JURISDICTION TO BWRK-JURISDICTION
               MOVE CURRENT-STORE-ID TO BWRK-STORE-ID
               MOVE CURRENT-CERT-NUMBER TO BWRK-CERT-NUMBER
               ADD 1 TO BATCH-STORED-COUNT
               SET BDT-IDX TO BATCH-STORED-COUNT
               MOVE BWRK-RECORD-TYPE TO BDT-RECORD-TYPE (BDT-IDX)

      * ---------------------------------
      * SUM THE DAY'S BATCH SALES TAX AUDIT RECORDS - SALE AND
      * TAX AMOUNTS ARE LIFTED BACK OUT OF THE AUDIT DETAIL.  A
      * BATCH REVERSAL'S OFFSETS COME OFF THE AMOUNTS BUT NOT
      * THE COUNT, MATCHING ITS ZERO-COUNT DAY CONTROL RECORD
      * ---------------------------------
       340-TALLY-AUDIT-RECORDS.
           CLOSE AUDIT-LOG-FILE
                               FUNCTION NUMVAL-C (PARSE-TAX-TEXT)
                       END-IF
                   END-IF
                   IF AUDIT-PARSE-DATE = WS-RUN-DATE
                       AND AUDIT-PARSE-TYPE = "SALES TAX REVERSAL"
                       MOVE SPACES TO PARSE-JUNK-TEXT
                       MOVE SPACES TO PARSE-SALE-TEXT
                       MOVE SPACES TO PARSE-TAX-TEXT
                       UNSTRING AUDIT-PARSE-DETAIL
                           DELIMITED BY "SALE=" OR " TAX="
                               OR " CAT="
                           INTO PARSE-JUNK-TEXT
                               PARSE-SALE-TEXT
                               PARSE-TAX-TEXT
                       END-UNSTRING
                       COMPUTE RECON-AUDIT-SALES = RECON-AUDIT-SALES -
                           FUNCTION NUMVAL-C (PARSE-SALE-TEXT)
                       COMPUTE RECON-AUDIT-TAX = RECON-AUDIT-TAX -
                           FUNCTION NUMVAL-C (PARSE-TAX-TEXT)
                   END-IF
                   READ AUDIT-LOG-FILE
                       AT END MOVE "Y" TO RECON-FILE-EOF-SWITCH
                   END-READ
           DISPLAY RECON-CHECK-NAME RECON-CHECK-VERDICT.

      * =================================
      * STORE DEPOSIT RECONCILIATION
      * COMPARES EACH STORE'S BANK DEPOSITS FOR A BUSINESS DATE
      * WITH THE NET SALES PLUS TAX THE BATCH RUN POSTED FOR IT,
      * FLAGS CASH OVER/SHORT BEYOND THE STORE'S TOLERANCE AND
      * LISTS DEPOSITS WITH NO SALES AND SALES WITH NO DEPOSIT.
      * THE UNATTENDED RUN TAKES THE WEEK ENDING THE BUSINESS
      * DATE; ATTENDED, THE OPERATOR MAY KEY A DATE RANGE
      * =================================
       360-RUN-DEPOSIT-RECONCILIATION.
           MOVE "Y" TO VALID-ENTRY-SWITCH
           COMPUTE DEPREC-FROM-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - DEPREC-DEFAULT-DAYS + 1
           COMPUTE DEPREC-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(DEPREC-FROM-INT)
           MOVE WS-RUN-DATE TO DEPREC-TO-DATE
           IF NOT UNATTENDED-RUN
               DISPLAY "-----------------------------------------------"
               DISPLAY "STORE DEPOSIT RECONCILIATION."
               DISPLAY "ENTER FIRST BUSINESS DATE (YYYYMMDD), OR "
                   "BLANK FOR THE " DEPREC-DEFAULT-DAYS
                   " DAYS ENDING " WS-RUN-DATE "."
               ACCEPT DEPREC-DATE-X
               IF DEPREC-DATE-X NOT = SPACES
                   MOVE DEPREC-DATE-X TO DATE-UNDER-VALIDATION
                   PERFORM 440-VALIDATE-DATE
                   IF ENTRY-IS-VALID
                       MOVE DEPREC-DATE-9 TO DEPREC-FROM-DATE
                       MOVE DEPREC-DATE-9 TO DEPREC-TO-DATE
                       DISPLAY "ENTER LAST BUSINESS DATE (YYYYMMDD), "
                           "OR BLANK FOR THE SAME DAY."
                       ACCEPT DEPREC-DATE-X
                       IF DEPREC-DATE-X NOT = SPACES
                           MOVE DEPREC-DATE-X TO DATE-UNDER-VALIDATION
                           PERFORM 440-VALIDATE-DATE
                           IF ENTRY-IS-VALID
                               MOVE DEPREC-DATE-9 TO DEPREC-TO-DATE
                               IF DEPREC-TO-DATE < DEPREC-FROM-DATE
                                   MOVE "N" TO VALID-ENTRY-SWITCH
                                   MOVE "LAST DATE BEFORE FIRST DATE"
                                       TO REJECT-REASON
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF NOT ENTRY-IS-VALID
               DISPLAY "REJECTED: " REJECT-REASON
           ELSE
               MOVE ZERO TO DEPREC-COUNT
               MOVE "N" TO DEPREC-OVFL-SWITCH
               MOVE ZERO TO DEPREC-BAD-DEPOSIT-COUNT
               OPEN INPUT STORE-DEPOSIT-FILE
               IF STORE-DEPOSIT-STATUS = "35"
                   DISPLAY "STORE-DEPOSIT-FILE NOT FOUND - NO "
                       "DEPOSITS TO RECONCILE."
                   MOVE "Y" TO RUN-FAILURE-SWITCH
               ELSE
                   PERFORM 362-LOAD-STORE-DEPOSITS
                   CLOSE STORE-DEPOSIT-FILE
                   PERFORM 361-LOAD-STORE-POSTINGS
                   PERFORM 363-WRITE-DEPOSIT-RECON-REPORT
                   MOVE DEPREC-TOTAL-VARIANCE TO EDITED-DEPREC-VARIANCE
                   MOVE "DEPOSIT RECONCILIATION" TO AUDIT-CALC-TYPE
                   MOVE SPACES TO AUDIT-DETAIL
                   STRING "FROM=" DELIMITED BY SIZE
                       DEPREC-FROM-DATE DELIMITED BY SIZE
                       " TO=" DELIMITED BY SIZE
                       DEPREC-TO-DATE DELIMITED BY SIZE
                       " MATCHED=" DELIMITED BY SIZE
                       DEPREC-MATCHED-COUNT DELIMITED BY SIZE
                       " FLAGGED=" DELIMITED BY SIZE
                       DEPREC-FLAGGED-COUNT DELIMITED BY SIZE
                       " NOSALES=" DELIMITED BY SIZE
                       DEPREC-NO-SALES-COUNT DELIMITED BY SIZE
                       " NODEPOSIT=" DELIMITED BY SIZE
                       DEPREC-NO-DEPOSIT-COUNT DELIMITED BY SIZE
                       " NET=" DELIMITED BY SIZE
                       EDITED-DEPREC-VARIANCE DELIMITED BY SIZE
                       INTO AUDIT-DETAIL
                   END-STRING
                   PERFORM 960-WRITE-AUDIT-RECORD
               END-IF
           END-IF.

      * ---------------------------------
      * TOTAL THE DEPOSITS IN THE RANGE BY STORE AND BUSINESS
      * DATE.  A DEPOSIT WITH A BAD DATE OR AMOUNT IS LOGGED TO
      * THE EXCEPTION FILE AND LEFT OUT
      * ---------------------------------
       362-LOAD-STORE-DEPOSITS.
           MOVE "N" TO DEP-EOF-SWITCH
           READ STORE-DEPOSIT-FILE
               AT END MOVE "Y" TO DEP-EOF-SWITCH
           END-READ
           PERFORM UNTIL DEP-FILE-EOF
               IF DEP-BUSINESS-DATE IS NOT NUMERIC
                   OR DEP-AMOUNT IS NOT NUMERIC
                   ADD 1 TO DEPREC-BAD-DEPOSIT-COUNT
                   ADD 1 TO SALES-REJECT-COUNT
                   MOVE "DEPOSIT RECONCILIATION" TO EXCEPTION-SOURCE
                   MOVE SPACES TO EXCEPTION-VALUE-DISPLAY
                   MOVE DEP-BANK-REFERENCE TO EXCEPTION-VALUE-DISPLAY
                   MOVE DEP-STORE-ID TO EXCP-LOG-STORE-ID
                   MOVE "DEPOSIT DATE OR AMOUNT IS NOT NUMERIC"
                       TO REJECT-REASON
                   PERFORM 950-LOG-EXCEPTION-RECORD
               ELSE
                   IF DEP-BUSINESS-DATE >= DEPREC-FROM-DATE
                       AND DEP-BUSINESS-DATE <= DEPREC-TO-DATE
                       MOVE DEP-STORE-ID TO DEPREC-KEY-STORE
                       MOVE DEP-BUSINESS-DATE TO DEPREC-KEY-DATE
                       PERFORM 364-FIND-DEPREC-ENTRY
                       IF DEPREC-ENTRY-FOUND
                           ADD 1 TO DRC-DEPOSIT-COUNT (DRC-IDX)
                           ADD DEP-AMOUNT
                               TO DRC-DEPOSIT-AMOUNT (DRC-IDX)
                           IF DRC-BANK-REFERENCE (DRC-IDX) = SPACES
                               MOVE DEP-BANK-REFERENCE
                                   TO DRC-BANK-REFERENCE (DRC-IDX)
                           END-IF
                       END-IF
                   END-IF
               END-IF
               READ STORE-DEPOSIT-FILE
                   AT END MOVE "Y" TO DEP-EOF-SWITCH
               END-READ
           END-PERFORM.

      * ---------------------------------
      * TOTAL THE STORE POSTINGS IN THE RANGE BY STORE AND
      * BUSINESS DATE - REVERSAL OFFSETS NET THEIR BATCH OUT
      * ---------------------------------
       361-LOAD-STORE-POSTINGS.
           OPEN INPUT STORE-POSTING-FILE
           IF STORE-POSTING-STATUS = "35"
               DISPLAY "WARNING: STORE-POSTING-FILE NOT FOUND - "
                   "EVERY DEPOSIT WILL SHOW WITH NO SALES POSTED."
           ELSE
               MOVE "N" TO SPST-EOF-SWITCH
               READ STORE-POSTING-FILE
                   AT END MOVE "Y" TO SPST-EOF-SWITCH
               END-READ
               PERFORM UNTIL SPST-FILE-EOF
                   IF SPST-BUSINESS-DATE >= DEPREC-FROM-DATE
                       AND SPST-BUSINESS-DATE <= DEPREC-TO-DATE
                       MOVE SPST-STORE-ID TO DEPREC-KEY-STORE
                       MOVE SPST-BUSINESS-DATE TO DEPREC-KEY-DATE
                       PERFORM 364-FIND-DEPREC-ENTRY
                       IF DEPREC-ENTRY-FOUND
                           ADD SPST-TRANS-COUNT
                               TO DRC-POSTED-COUNT (DRC-IDX)
                           ADD SPST-NET-SALES
                               TO DRC-NET-SALES (DRC-IDX)
                           ADD SPST-TAX TO DRC-TAX (DRC-IDX)
                       END-IF
                   END-IF
                   READ STORE-POSTING-FILE
                       AT END MOVE "Y" TO SPST-EOF-SWITCH
                   END-READ
               END-PERFORM
               CLOSE STORE-POSTING-FILE
           END-IF.

      * ---------------------------------
      * FIND THE STORE'S ENTRY FOR THE BUSINESS DATE, ADDING IT
      * ON FIRST SIGHT - A FULL TABLE LEAVES DRC-IDX UNSET AND
      * THE FOUND SWITCH OFF
      * ---------------------------------
       364-FIND-DEPREC-ENTRY.
           MOVE "N" TO DEPREC-FOUND-SWITCH
           PERFORM VARYING DEPREC-IDX FROM 1 BY 1
               UNTIL DEPREC-IDX > DEPREC-COUNT
                   OR DEPREC-ENTRY-FOUND
               IF DRC-STORE-ID (DEPREC-IDX) = DEPREC-KEY-STORE
                   AND DRC-BUSINESS-DATE (DEPREC-IDX) =
                       DEPREC-KEY-DATE
                   MOVE "Y" TO DEPREC-FOUND-SWITCH
                   SET DRC-IDX TO DEPREC-IDX
               END-IF
           END-PERFORM
           IF NOT DEPREC-ENTRY-FOUND
               IF DEPREC-COUNT < 2000
                   ADD 1 TO DEPREC-COUNT
                   SET DRC-IDX TO DEPREC-COUNT
                   MOVE DEPREC-KEY-STORE TO DRC-STORE-ID (DRC-IDX)
                   MOVE DEPREC-KEY-DATE TO DRC-BUSINESS-DATE (DRC-IDX)
                   MOVE ZERO TO DRC-POSTED-COUNT (DRC-IDX)
                   MOVE ZERO TO DRC-NET-SALES (DRC-IDX)
                   MOVE ZERO TO DRC-TAX (DRC-IDX)
                   MOVE ZERO TO DRC-DEPOSIT-COUNT (DRC-IDX)
                   MOVE ZERO TO DRC-DEPOSIT-AMOUNT (DRC-IDX)
                   MOVE SPACES TO DRC-BANK-REFERENCE (DRC-IDX)
                   MOVE "Y" TO DEPREC-FOUND-SWITCH
               ELSE
                   MOVE "Y" TO DEPREC-OVFL-SWITCH
               END-IF
           END-IF.

       363-WRITE-DEPOSIT-RECON-REPORT.
           MOVE ZERO TO DEPREC-MATCHED-COUNT
           MOVE ZERO TO DEPREC-FLAGGED-COUNT
           MOVE ZERO TO DEPREC-NO-SALES-COUNT
           MOVE ZERO TO DEPREC-NO-DEPOSIT-COUNT
           MOVE ZERO TO DEPREC-TOTAL-EXPECTED
           MOVE ZERO TO DEPREC-TOTAL-DEPOSITED
           MOVE "N" TO STORE-MASTER-OPEN-SWITCH
           OPEN INPUT STORE-MASTER-FILE
           IF STORE-MASTER-STATUS = "00"
               MOVE "Y" TO STORE-MASTER-OPEN-SWITCH
           ELSE
               DISPLAY "WARNING: STORE-MASTER-FILE NOT AVAILABLE - "
                   "EVERY STORE IS HELD TO A ZERO TOLERANCE."
           END-IF
           OPEN OUTPUT DEPOSIT-RECON-FILE
           MOVE SPACES TO DEPOSIT-RECON-RECORD
           STRING "STORE DEPOSIT RECONCILIATION FOR " DELIMITED BY SIZE
               DEPREC-FROM-DATE DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               DEPREC-TO-DATE DELIMITED BY SIZE
               " RUN " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO DEPOSIT-RECON-RECORD
           END-STRING
           WRITE DEPOSIT-RECON-RECORD
           MOVE SPACES TO DEPOSIT-RECON-RECORD
           MOVE "CASH OVER/SHORT BY STORE:" TO DEPOSIT-RECON-RECORD
           WRITE DEPOSIT-RECON-RECORD
           PERFORM VARYING DEPREC-IDX FROM 1 BY 1
               UNTIL DEPREC-IDX > DEPREC-COUNT
               SET DRC-IDX TO DEPREC-IDX
               COMPUTE DEPREC-EXPECTED =
                   DRC-NET-SALES (DRC-IDX) + DRC-TAX (DRC-IDX)
               ADD DEPREC-EXPECTED TO DEPREC-TOTAL-EXPECTED
               ADD DRC-DEPOSIT-AMOUNT (DRC-IDX)
                   TO DEPREC-TOTAL-DEPOSITED
               IF DRC-DEPOSIT-COUNT (DRC-IDX) > ZERO
                   AND (DRC-POSTED-COUNT (DRC-IDX) NOT = ZERO
                       OR DEPREC-EXPECTED NOT = ZERO)
                   PERFORM 365-WRITE-OVER-SHORT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO DEPOSIT-RECON-RECORD
           MOVE "DEPOSITS WITH NO SALES POSTED:"
               TO DEPOSIT-RECON-RECORD
           WRITE DEPOSIT-RECON-RECORD
           PERFORM VARYING DEPREC-IDX FROM 1 BY 1
               UNTIL DEPREC-IDX > DEPREC-COUNT
               SET DRC-IDX TO DEPREC-IDX
               COMPUTE DEPREC-EXPECTED =
                   DRC-NET-SALES (DRC-IDX) + DRC-TAX (DRC-IDX)
               IF DRC-DEPOSIT-COUNT (DRC-IDX) > ZERO
                   AND DRC-POSTED-COUNT (DRC-IDX) = ZERO
                   AND DEPREC-EXPECTED = ZERO
                   ADD 1 TO DEPREC-NO-SALES-COUNT
                   MOVE DRC-DEPOSIT-AMOUNT (DRC-IDX)
                       TO EDITED-DEPREC-DEPOSITED
                   MOVE SPACES TO DEPOSIT-RECON-RECORD
                   STRING "STORE " DELIMITED BY SIZE
                       DRC-STORE-ID (DRC-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       DRC-BUSINESS-DATE (DRC-IDX) DELIMITED BY SIZE
                       " DEPOSITED=" DELIMITED BY SIZE
                       EDITED-DEPREC-DEPOSITED DELIMITED BY SIZE
                       " DEPOSITS=" DELIMITED BY SIZE
                       DRC-DEPOSIT-COUNT (DRC-IDX) DELIMITED BY SIZE
                       " REF=" DELIMITED BY SIZE
                       DRC-BANK-REFERENCE (DRC-IDX) DELIMITED BY SIZE
                       INTO DEPOSIT-RECON-RECORD
                   END-STRING
                   WRITE DEPOSIT-RECON-RECORD
               END-IF
           END-PERFORM
           MOVE SPACES TO DEPOSIT-RECON-RECORD
           MOVE "SALES POSTED WITH NO DEPOSIT:" TO DEPOSIT-RECON-RECORD
           WRITE DEPOSIT-RECON-RECORD
           PERFORM VARYING DEPREC-IDX FROM 1 BY 1
               UNTIL DEPREC-IDX > DEPREC-COUNT
               SET DRC-IDX TO DEPREC-IDX
               COMPUTE DEPREC-EXPECTED =
                   DRC-NET-SALES (DRC-IDX) + DRC-TAX (DRC-IDX)
               IF DRC-DEPOSIT-COUNT (DRC-IDX) = ZERO
                   AND (DRC-POSTED-COUNT (DRC-IDX) NOT = ZERO
                       OR DEPREC-EXPECTED NOT = ZERO)
                   ADD 1 TO DEPREC-NO-DEPOSIT-COUNT
                   MOVE DEPREC-EXPECTED TO EDITED-DEPREC-EXPECTED
                   MOVE SPACES TO DEPOSIT-RECON-RECORD
                   STRING "STORE " DELIMITED BY SIZE
                       DRC-STORE-ID (DRC-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       DRC-BUSINESS-DATE (DRC-IDX) DELIMITED BY SIZE
                       " EXPECTED=" DELIMITED BY SIZE
                       EDITED-DEPREC-EXPECTED DELIMITED BY SIZE
                       INTO DEPOSIT-RECON-RECORD
                   END-STRING
                   WRITE DEPOSIT-RECON-RECORD
               END-IF
           END-PERFORM
           COMPUTE DEPREC-TOTAL-VARIANCE =
               DEPREC-TOTAL-DEPOSITED - DEPREC-TOTAL-EXPECTED
           MOVE DEPREC-TOTAL-EXPECTED TO EDITED-DEPREC-EXPECTED
           MOVE DEPREC-TOTAL-DEPOSITED TO EDITED-DEPREC-DEPOSITED
           MOVE DEPREC-TOTAL-VARIANCE TO EDITED-DEPREC-VARIANCE
           MOVE SPACES TO DEPOSIT-RECON-RECORD
           STRING "STORE-DAYS MATCHED: " DELIMITED BY SIZE
               DEPREC-MATCHED-COUNT DELIMITED BY SIZE
               "  OVER TOLERANCE: " DELIMITED BY SIZE
               DEPREC-FLAGGED-COUNT DELIMITED BY SIZE
               "  NO SALES: " DELIMITED BY SIZE
               DEPREC-NO-SALES-COUNT DELIMITED BY SIZE
               "  NO DEPOSIT: " DELIMITED BY SIZE
               DEPREC-NO-DEPOSIT-COUNT DELIMITED BY SIZE
               "  BAD DEPOSIT RECORDS: " DELIMITED BY SIZE
               DEPREC-BAD-DEPOSIT-COUNT DELIMITED BY SIZE
               INTO DEPOSIT-RECON-RECORD
           END-STRING
           WRITE DEPOSIT-RECON-RECORD
           MOVE SPACES TO DEPOSIT-RECON-RECORD
           STRING "TOTAL EXPECTED=" DELIMITED BY SIZE
               EDITED-DEPREC-EXPECTED DELIMITED BY SIZE
               " DEPOSITED=" DELIMITED BY SIZE
               EDITED-DEPREC-DEPOSITED DELIMITED BY SIZE
               " NET OVER/SHORT=" DELIMITED BY SIZE
               EDITED-DEPREC-VARIANCE DELIMITED BY SIZE
               INTO DEPOSIT-RECON-RECORD
           END-STRING
           WRITE DEPOSIT-RECON-RECORD
           IF DEPREC-TABLE-OVERFLOW
               MOVE SPACES TO DEPOSIT-RECON-RECORD
               STRING "WARNING: OVER 2000 STORE-DAYS IN THE RANGE - "
                   DELIMITED BY SIZE
                   "RECONCILIATION IS INCOMPLETE" DELIMITED BY SIZE
                   INTO DEPOSIT-RECON-RECORD
               END-STRING
               WRITE DEPOSIT-RECON-RECORD
               DISPLAY "WARNING: OVER 2000 STORE-DAYS IN THE RANGE - "
                   "RECONCILIATION IS INCOMPLETE."
               MOVE "Y" TO RUN-FAILURE-SWITCH
           END-IF
           CLOSE DEPOSIT-RECON-FILE
           IF STORE-MASTER-IS-OPEN
               CLOSE STORE-MASTER-FILE
               MOVE "N" TO STORE-MASTER-OPEN-SWITCH
           END-IF
           DISPLAY "DEPOSIT RECONCILIATION: " DEPREC-MATCHED-COUNT
               " MATCHED, " DEPREC-FLAGGED-COUNT " OVER TOLERANCE, "
               DEPREC-NO-SALES-COUNT " WITH NO SALES, "
               DEPREC-NO-DEPOSIT-COUNT " WITH NO DEPOSIT."
           DISPLAY "DEPOSIT RECONCILIATION REPORT WRITTEN.".

      * ---------------------------------
      * ONE STORE-DAY WITH BOTH SALES AND A DEPOSIT - THE
      * DEPOSIT LESS THE EXPECTED CASH IS THE OVER (+) OR
      * SHORT (-), FLAGGED WHEN IT IS BEYOND THE TOLERANCE
      * ---------------------------------
       365-WRITE-OVER-SHORT-LINE.
           ADD 1 TO DEPREC-MATCHED-COUNT
           MOVE ZERO TO DEPREC-TOLERANCE
           IF STORE-MASTER-IS-OPEN
               MOVE DRC-STORE-ID (DRC-IDX) TO STM-STORE-ID
               READ STORE-MASTER-FILE
                   INVALID KEY
                       MOVE ZERO TO DEPREC-TOLERANCE
                   NOT INVALID KEY
                       IF STM-DEPOSIT-TOLERANCE IS NUMERIC
                           MOVE STM-DEPOSIT-TOLERANCE
                               TO DEPREC-TOLERANCE
                       END-IF
               END-READ
           END-IF
           COMPUTE DEPREC-VARIANCE =
               DRC-DEPOSIT-AMOUNT (DRC-IDX) - DEPREC-EXPECTED
           IF DEPREC-VARIANCE < ZERO
               COMPUTE DEPREC-ABS-VARIANCE = ZERO - DEPREC-VARIANCE
           ELSE
               MOVE DEPREC-VARIANCE TO DEPREC-ABS-VARIANCE
           END-IF
           IF DEPREC-ABS-VARIANCE > DEPREC-TOLERANCE
               MOVE "** OVER TOLERANCE" TO DEPREC-FLAG-TEXT
               ADD 1 TO DEPREC-FLAGGED-COUNT
           ELSE
               MOVE SPACES TO DEPREC-FLAG-TEXT
           END-IF
           MOVE DEPREC-EXPECTED TO EDITED-DEPREC-EXPECTED
           MOVE DRC-DEPOSIT-AMOUNT (DRC-IDX) TO EDITED-DEPREC-DEPOSITED
           MOVE DEPREC-VARIANCE TO EDITED-DEPREC-VARIANCE
           MOVE DEPREC-TOLERANCE TO EDITED-DEPREC-TOLERANCE
           MOVE SPACES TO DEPOSIT-RECON-RECORD
           STRING "STORE " DELIMITED BY SIZE
               DRC-STORE-ID (DRC-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DRC-BUSINESS-DATE (DRC-IDX) DELIMITED BY SIZE
               " EXPECTED=" DELIMITED BY SIZE
               EDITED-DEPREC-EXPECTED DELIMITED BY SIZE
               " DEPOSITED=" DELIMITED BY SIZE
               EDITED-DEPREC-DEPOSITED DELIMITED BY SIZE
               " OVER/SHORT=" DELIMITED BY SIZE
               EDITED-DEPREC-VARIANCE DELIMITED BY SIZE
               " TOL=" DELIMITED BY SIZE
               EDITED-DEPREC-TOLERANCE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DEPREC-FLAG-TEXT DELIMITED BY SIZE
               INTO DEPOSIT-RECON-RECORD
           END-STRING
           WRITE DEPOSIT-RECON-RECORD.

      * =================================
      * CROSS-FILE INTEGRITY AUDIT
      * CHECKS THAT THE DATA FILES STILL AGREE WITH EACH OTHER -
      * TAX GL AGAINST BATCH CONTROL, PENDING FV EXTRACTS
      * AGAINST THE GL EXTRACT AND THE MASTER, THE AGE OF OPEN
      * EXCEPTIONS, STORES NOTHING REFERS TO, AND DAY TOTALS
      * DATED PAST THE BUSINESS CALENDAR.  AN ERROR FINDING
      * FAILS THE RUN (RC 8), A WARNING GIVES RC 4, SO A BROKEN
      * FILE SURFACES IN THE NIGHTLY RUN, NOT AT MONTH END
      * =================================
       370-RUN-INTEGRITY-AUDIT.
           MOVE ZERO TO INTEG-ERROR-COUNT
           MOVE ZERO TO INTEG-WARNING-COUNT
           MOVE ZERO TO INTEG-TAXGL-READ
           MOVE ZERO TO INTEG-FV-READ
           MOVE ZERO TO INTEG-GLX-READ
           MOVE ZERO TO INTEG-EXCP-OPEN
           MOVE ZERO TO INTEG-DAYTOT-READ
           MOVE SPACES TO INTEG-KEY
           MOVE SPACES TO INTEG-DETAIL
           IF NOT UNATTENDED-RUN
               DISPLAY "-----------------------------------------------"
               DISPLAY "DATA FILE INTEGRITY AUDIT."
           END-IF
           PERFORM 011-READ-BUSINESS-CALENDAR
           OPEN OUTPUT INTEGRITY-REPORT-FILE
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING "DATA FILE INTEGRITY AUDIT RUN " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " BUSINESS DATE " DELIMITED BY SIZE
               BUSINESS-DATE DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-RECORD
           END-STRING
           WRITE INTEGRITY-REPORT-RECORD
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING "SEVERITY E = ERROR (FAILS THE RUN)  "
                   DELIMITED BY SIZE
               "W = WARNING" DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-RECORD
           END-STRING
           WRITE INTEGRITY-REPORT-RECORD
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING "S  CHECK" DELIMITED BY SIZE
               "                          KEY        DETAIL"
                   DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-RECORD
           END-STRING
           WRITE INTEGRITY-REPORT-RECORD
           PERFORM 371-CHECK-BATCH-CONTROL
           PERFORM 373-CHECK-FV-EXTRACT
           PERFORM 374-CHECK-OPEN-EXCEPTIONS
           PERFORM 375-CHECK-STORE-REFERENCES
           PERFORM 377-CHECK-DAY-TOTALS
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING "RECORDS CHECKED: TAX GL=" DELIMITED BY SIZE
               INTEG-TAXGL-READ DELIMITED BY SIZE
               " BATCHES=" DELIMITED BY SIZE
               INTEG-BATCH-COUNT DELIMITED BY SIZE
               " FV ACCOUNTS=" DELIMITED BY SIZE
               INTEG-FV-READ DELIMITED BY SIZE
               " GL EXTRACT=" DELIMITED BY SIZE
               INTEG-GLX-READ DELIMITED BY SIZE
               " OPEN EXCEPTIONS=" DELIMITED BY SIZE
               INTEG-EXCP-OPEN DELIMITED BY SIZE
               " STORES=" DELIMITED BY SIZE
               INTEG-STORE-COUNT DELIMITED BY SIZE
               " DAY TOTALS=" DELIMITED BY SIZE
               INTEG-DAYTOT-READ DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-RECORD
           END-STRING
           WRITE INTEGRITY-REPORT-RECORD
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING "FINDINGS: ERRORS=" DELIMITED BY SIZE
               INTEG-ERROR-COUNT DELIMITED BY SIZE
               " WARNINGS=" DELIMITED BY SIZE
               INTEG-WARNING-COUNT DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-RECORD
           END-STRING
           WRITE INTEGRITY-REPORT-RECORD
           CLOSE INTEGRITY-REPORT-FILE
           IF INTEG-ERROR-COUNT > ZERO
               MOVE "Y" TO RUN-FAILURE-SWITCH
           END-IF
           MOVE "INTEGRITY AUDIT" TO AUDIT-CALC-TYPE
           MOVE SPACES TO AUDIT-DETAIL
           STRING "BUSDATE=" DELIMITED BY SIZE
               BUSINESS-DATE DELIMITED BY SIZE
               " ERRORS=" DELIMITED BY SIZE
               INTEG-ERROR-COUNT DELIMITED BY SIZE
               " WARNINGS=" DELIMITED BY SIZE
               INTEG-WARNING-COUNT DELIMITED BY SIZE
               INTO AUDIT-DETAIL
           END-STRING
           PERFORM 960-WRITE-AUDIT-RECORD
           DISPLAY "INTEGRITY AUDIT: " INTEG-ERROR-COUNT " ERROR(S), "
               INTEG-WARNING-COUNT " WARNING(S)."
           DISPLAY "INTEGRITY AUDIT REPORT WRITTEN.".

      * ---------------------------------
      * EVERY TAX GL RECORD MUST CARRY A BATCH ON BATCH CONTROL
      * AND EVERY BATCH CONTROL ENTRY MUST HAVE TAX GL RECORDS.
      * A REVERSED BATCH KEEPS ITS ENTRY AND ITS (REVERSED)
      * RECORDS, SO IT PASSES BOTH WAYS.  AN OVERFLOWED TABLE
      * WOULD REPORT GOOD BATCHES AS MISSING, SO THE CHECK IS
      * SKIPPED WITH A WARNING INSTEAD
      * ---------------------------------
       371-CHECK-BATCH-CONTROL.
           MOVE ZERO TO INTEG-BATCH-COUNT
           MOVE "N" TO INTEG-OVFL-SWITCH
           MOVE "N" TO BATCH-CONTROL-EOF-SWITCH
           OPEN INPUT BATCH-CONTROL-FILE
           IF BATCH-CONTROL-STATUS NOT = "35"
               READ BATCH-CONTROL-FILE
                   AT END MOVE "Y" TO BATCH-CONTROL-EOF-SWITCH
               END-READ
               PERFORM UNTIL BATCH-CONTROL-EOF
                   IF INTEG-BATCH-COUNT < 2000
                       ADD 1 TO INTEG-BATCH-COUNT
                       SET IBT-IDX TO INTEG-BATCH-COUNT
                       MOVE BCTL-BATCH-NUMBER
                           TO IBT-BATCH-NUMBER (IBT-IDX)
                       MOVE BCTL-BATCH-DATE TO IBT-BATCH-DATE (IBT-IDX)
                       MOVE BCTL-POSTED-DATE
                           TO IBT-POSTED-DATE (IBT-IDX)
                       MOVE BCTL-STATUS TO IBT-STATUS (IBT-IDX)
                       MOVE ZERO TO IBT-TAXGL-COUNT (IBT-IDX)
                   ELSE
                       MOVE "Y" TO INTEG-OVFL-SWITCH
                   END-IF
                   READ BATCH-CONTROL-FILE
                       AT END MOVE "Y" TO BATCH-CONTROL-EOF-SWITCH
                   END-READ
               END-PERFORM
               CLOSE BATCH-CONTROL-FILE
           END-IF
           IF INTEG-TABLE-OVERFLOW
               MOVE "W" TO INTEG-SEVERITY
               MOVE "BATCH CONTROL CHECKS SKIPPED" TO INTEG-CHECK-NAME
               MOVE "BATCHCTL.DAT HOLDS OVER 2000 ENTRIES"
                   TO INTEG-DETAIL
               PERFORM 379-WRITE-INTEGRITY-FINDING
           ELSE
               OPEN INPUT TAX-GL-EXTRACT-FILE
               IF TAX-GL-EXTRACT-STATUS NOT = "35"
                   MOVE "N" TO TAXGL-EOF-SWITCH
                   READ TAX-GL-EXTRACT-FILE
                       AT END MOVE "Y" TO TAXGL-EOF-SWITCH
                   END-READ
                   PERFORM UNTIL TAXGL-FILE-EOF
                       ADD 1 TO INTEG-TAXGL-READ
                       PERFORM 372-MATCH-TAXGL-BATCH
                       READ TAX-GL-EXTRACT-FILE
                           AT END MOVE "Y" TO TAXGL-EOF-SWITCH
                       END-READ
                   END-PERFORM
                   CLOSE TAX-GL-EXTRACT-FILE
               END-IF
               PERFORM VARYING INTEG-BATCH-IDX FROM 1 BY 1
                   UNTIL INTEG-BATCH-IDX > INTEG-BATCH-COUNT
                   SET IBT-IDX TO INTEG-BATCH-IDX
                   IF IBT-TAXGL-COUNT (IBT-IDX) = ZERO
                       MOVE "W" TO INTEG-SEVERITY
                       MOVE "BATCH HAS NO TAX GL RECORDS"
                           TO INTEG-CHECK-NAME
                       MOVE IBT-BATCH-NUMBER (IBT-IDX) TO INTEG-KEY
                       STRING "BATCH DATE=" DELIMITED BY SIZE
                           IBT-BATCH-DATE (IBT-IDX) DELIMITED BY SIZE
                           " POSTED=" DELIMITED BY SIZE
                           IBT-POSTED-DATE (IBT-IDX) DELIMITED BY SIZE
                           " STATUS=" DELIMITED BY SIZE
                           IBT-STATUS (IBT-IDX) DELIMITED BY SIZE
                           INTO INTEG-DETAIL
                       END-STRING
                       PERFORM 379-WRITE-INTEGRITY-FINDING
                   END-IF
               END-PERFORM
           END-IF.

      * ---------------------------------
      * RESUBMISSIONS POST UNDER BATCH ZERO, WHICH IS NEVER ON
      * BATCH CONTROL - ANY OTHER NUMBER MUST MATCH AN ENTRY
      * ---------------------------------
       372-MATCH-TAXGL-BATCH.
           IF TAXGL-BATCH-NUMBER IS NUMERIC
               AND TAXGL-BATCH-NUMBER = ZERO
               CONTINUE
           ELSE
               MOVE "N" TO INTEG-FOUND-SWITCH
               IF TAXGL-BATCH-NUMBER IS NUMERIC
                   PERFORM VARYING INTEG-BATCH-IDX FROM 1 BY 1
                       UNTIL INTEG-BATCH-IDX > INTEG-BATCH-COUNT
                       SET IBT-IDX TO INTEG-BATCH-IDX
                       IF IBT-BATCH-NUMBER (IBT-IDX) =
                           TAXGL-BATCH-NUMBER
                           ADD 1 TO IBT-TAXGL-COUNT (IBT-IDX)
                           MOVE "Y" TO INTEG-FOUND-SWITCH
                       END-IF
                   END-PERFORM
               END-IF
               IF NOT INTEG-ENTRY-FOUND
                   MOVE "E" TO INTEG-SEVERITY
                   MOVE "TAX GL BATCH NOT ON BATCHCTL"
                       TO INTEG-CHECK-NAME
                   MOVE TAX-GL-EXTRACT-RECORD (10:6) TO INTEG-KEY
                   STRING "RUN=" DELIMITED BY SIZE
                       TAXGL-RUN-DATE DELIMITED BY SIZE
                       " JUR=" DELIMITED BY SIZE
                       TAXGL-JURISDICTION DELIMITED BY SIZE
                       " CAT=" DELIMITED BY SIZE
                       TAXGL-CATEGORY DELIMITED BY SIZE
                       " TYPE=" DELIMITED BY SIZE
                       TAXGL-ENTRY-TYPE DELIMITED BY SIZE
                       INTO INTEG-DETAIL
                   END-STRING
                   PERFORM 379-WRITE-INTEGRITY-FINDING
               END-IF
           END-IF.

      * ---------------------------------
      * AN ACCOUNT FLAGGED E OR R ON THE MASTER IS WAITING ON
      * THE GL'S ACKNOWLEDGEMENT OF AN EXTRACT, SO THE EXTRACT
      * RECORD FOR ITS LAST VALUATION - AS OF THE LAST
      * VALUATION DATE, NOT AN EARLIER ONE - MUST BE THERE.
      * EACH EXTRACT RECORD IN TURN MUST BE FOR AN ACCOUNT ON
      * THE MASTER THAT IS NOT CLOSED - INTERACTIVE
      * VALUATIONS (INT + CALCULATION NUMBER) ARE NOT MASTER
      * ACCOUNTS AND ARE PASSED.  THE EXTRACT IS HELD OPEN FOR
      * APPEND ALL SESSION, SO IT IS REOPENED TO READ AND PUT
      * BACK THE WAY IT WAS
      * ---------------------------------
       373-CHECK-FV-EXTRACT.
           MOVE ZERO TO INTEG-PENDING-COUNT
           MOVE ZERO TO INTEG-GLX-COUNT
           MOVE "N" TO INTEG-OVFL-SWITCH
           OPEN INPUT FV-MASTER-FILE
           IF FV-MASTER-STATUS NOT = "00"
               MOVE "W" TO INTEG-SEVERITY
               MOVE "FV EXTRACT CHECKS SKIPPED" TO INTEG-CHECK-NAME
               MOVE "FVMASTER.DAT IS NOT AVAILABLE" TO INTEG-DETAIL
               PERFORM 379-WRITE-INTEGRITY-FINDING
           ELSE
               MOVE "N" TO FV-MASTER-EOF-SWITCH
               READ FV-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO FV-MASTER-EOF-SWITCH
               END-READ
               PERFORM UNTIL FV-MASTER-EOF
                   ADD 1 TO INTEG-FV-READ
                   IF FVM-EXTRACT-PENDING
                       IF INTEG-PENDING-COUNT < 2000
                           ADD 1 TO INTEG-PENDING-COUNT
                           SET IPD-IDX TO INTEG-PENDING-COUNT
                           MOVE FVM-ACCT-NUMBER
                               TO IPD-ACCT-NUMBER (IPD-IDX)
                           MOVE FVM-LAST-VAL-DATE
                               TO IPD-LAST-VAL-DATE (IPD-IDX)
                           MOVE "N" TO IPD-FOUND-SWITCH (IPD-IDX)
                       ELSE
                           MOVE "Y" TO INTEG-OVFL-SWITCH
                       END-IF
                   END-IF
                   READ FV-MASTER-FILE NEXT RECORD
                       AT END MOVE "Y" TO FV-MASTER-EOF-SWITCH
                   END-READ
               END-PERFORM
               CLOSE GL-EXTRACT-FILE
               OPEN INPUT GL-EXTRACT-FILE
               IF GL-EXTRACT-STATUS NOT = "35"
                   MOVE "N" TO INTEG-EOF-SWITCH
                   READ GL-EXTRACT-FILE
                       AT END MOVE "Y" TO INTEG-EOF-SWITCH
                   END-READ
                   PERFORM UNTIL INTEG-FILE-EOF
                       ADD 1 TO INTEG-GLX-READ
                       MOVE GL-ACCOUNT TO FVM-ACCT-NUMBER
                       READ FV-MASTER-FILE
                           INVALID KEY
                               IF GL-ACCOUNT (1:3) NOT = "INT"
                                   MOVE "E" TO INTEG-SEVERITY
                                   PERFORM 378-NOTE-GLX-ACCOUNT
                               END-IF
                           NOT INVALID KEY
                               IF FVM-ACCOUNT-CLOSED
                                   MOVE "W" TO INTEG-SEVERITY
                                   PERFORM 378-NOTE-GLX-ACCOUNT
                               END-IF
                       END-READ
                       IF FV-MASTER-STATUS = "00"
                           AND FVM-EXTRACT-PENDING
                           PERFORM VARYING INTEG-PENDING-IDX FROM 1 BY 1
                               UNTIL INTEG-PENDING-IDX >
                                   INTEG-PENDING-COUNT
                               SET IPD-IDX TO INTEG-PENDING-IDX
                               IF IPD-ACCT-NUMBER (IPD-IDX) = GL-ACCOUNT
                                   AND IPD-LAST-VAL-DATE (IPD-IDX) =
                                       GL-AS-OF-DATE
                                   MOVE "Y"
                                       TO IPD-FOUND-SWITCH (IPD-IDX)
                               END-IF
                           END-PERFORM
                       END-IF
                       READ GL-EXTRACT-FILE
                           AT END MOVE "Y" TO INTEG-EOF-SWITCH
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE GL-EXTRACT-FILE
               OPEN EXTEND GL-EXTRACT-FILE
               IF GL-EXTRACT-STATUS = "35"
                   OPEN OUTPUT GL-EXTRACT-FILE
               END-IF
               CLOSE FV-MASTER-FILE
               PERFORM VARYING INTEG-PENDING-IDX FROM 1 BY 1
                   UNTIL INTEG-PENDING-IDX > INTEG-PENDING-COUNT
                   SET IPD-IDX TO INTEG-PENDING-IDX
                   IF IPD-FOUND-SWITCH (IPD-IDX) = "N"
                       MOVE "E" TO INTEG-SEVERITY
                       MOVE "EXTRACT PENDING, NO GL RECORD"
                           TO INTEG-CHECK-NAME
                       MOVE IPD-ACCT-NUMBER (IPD-IDX) TO INTEG-KEY
                       STRING "FLAGGED E ON FVMASTER, LAST VALUED "
                           DELIMITED BY SIZE
                           IPD-LAST-VAL-DATE (IPD-IDX)
                               DELIMITED BY SIZE
                           INTO INTEG-DETAIL
                       END-STRING
                       PERFORM 379-WRITE-INTEGRITY-FINDING
                   END-IF
               END-PERFORM
               PERFORM VARYING INTEG-GLX-IDX FROM 1 BY 1
                   UNTIL INTEG-GLX-IDX > INTEG-GLX-COUNT
                   SET IGX-IDX TO INTEG-GLX-IDX
                   MOVE IGX-SEVERITY (IGX-IDX) TO INTEG-SEVERITY
                   IF IGX-SEVERITY (IGX-IDX) = "E"
                       MOVE "GLEXTRCT ACCOUNT NOT ON MASTER"
                           TO INTEG-CHECK-NAME
                   ELSE
                       MOVE "GLEXTRCT FOR CLOSED ACCOUNT"
                           TO INTEG-CHECK-NAME
                   END-IF
                   MOVE IGX-ACCOUNT (IGX-IDX) TO INTEG-KEY
                   STRING "EXTRACT RECORDS=" DELIMITED BY SIZE
                       IGX-RECORD-COUNT (IGX-IDX) DELIMITED BY SIZE
                       " LATEST AS-OF=" DELIMITED BY SIZE
                       IGX-LAST-DATE (IGX-IDX) DELIMITED BY SIZE
                       INTO INTEG-DETAIL
                   END-STRING
                   PERFORM 379-WRITE-INTEGRITY-FINDING
               END-PERFORM
               IF INTEG-TABLE-OVERFLOW
                   MOVE "W" TO INTEG-SEVERITY
                   MOVE "FV EXTRACT CHECKS INCOMPLETE"
                       TO INTEG-CHECK-NAME
                   MOVE "OVER 2000 PENDING OR 500 BAD EXTRACT ACCOUNTS"
                       TO INTEG-DETAIL
                   PERFORM 379-WRITE-INTEGRITY-FINDING
               END-IF
           END-IF.

      * ---------------------------------
      * AN OPEN EXCEPTION OLDER THAN THE AGE LIMIT HAS BEEN
      * LEFT UNCORRECTED TOO LONG.  THE LOG IS HELD OPEN FOR
      * APPEND ALL SESSION, SO IT IS REOPENED TO READ THE WAY
      * THE EXCEPTION CORRECTION LOADS IT
      * ---------------------------------
       374-CHECK-OPEN-EXCEPTIONS.
           CLOSE EXCEPTION-LOG-FILE
           OPEN INPUT EXCEPTION-LOG-FILE
           IF EXCEPTION-LOG-STATUS NOT = "35"
               MOVE "N" TO INTEG-EOF-SWITCH
               READ EXCEPTION-LOG-FILE
                   AT END MOVE "Y" TO INTEG-EOF-SWITCH
               END-READ
               PERFORM UNTIL INTEG-FILE-EOF
                   MOVE EXCEPTION-LOG-RECORD TO EXCEPTION-PARSE-AREA
                   IF EXCP-IS-OPEN
                       ADD 1 TO INTEG-EXCP-OPEN
                       MOVE EXCP-PARSE-DATE TO DATE-UNDER-VALIDATION
                       PERFORM 440-VALIDATE-DATE
                       IF ENTRY-IS-VALID
                           MOVE EXCP-PARSE-DATE TO INTEG-EXCP-DATE
                           COMPUTE INTEG-EXCP-AGE =
                               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                               - FUNCTION INTEGER-OF-DATE
                                   (INTEG-EXCP-DATE)
                           IF INTEG-EXCP-AGE > INTEG-EXCP-MAX-AGE
                               MOVE "W" TO INTEG-SEVERITY
                               MOVE "OPEN EXCEPTION OVER AGE LIMIT"
                                   TO INTEG-CHECK-NAME
                               MOVE EXCP-PARSE-DATE TO INTEG-KEY
                               MOVE INTEG-EXCP-AGE TO EDITED-INTEG-AGE
                               STRING "AGE=" DELIMITED BY SIZE
                                   EDITED-INTEG-AGE DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   EXCP-PARSE-SOURCE DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   EXCP-PARSE-REASON DELIMITED BY SIZE
                                   INTO INTEG-DETAIL
                               END-STRING
                               PERFORM 379-WRITE-INTEGRITY-FINDING
                           END-IF
                       ELSE
                           MOVE "W" TO INTEG-SEVERITY
                           MOVE "OPEN EXCEPTION DATE INVALID"
                               TO INTEG-CHECK-NAME
                           MOVE EXCP-PARSE-DATE TO INTEG-KEY
                           STRING EXCP-PARSE-SOURCE DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               EXCP-PARSE-REASON DELIMITED BY SIZE
                               INTO INTEG-DETAIL
                           END-STRING
                           PERFORM 379-WRITE-INTEGRITY-FINDING
                       END-IF
                   END-IF
                   READ EXCEPTION-LOG-FILE
                       AT END MOVE "Y" TO INTEG-EOF-SWITCH
                   END-READ
               END-PERFORM
           END-IF
           CLOSE EXCEPTION-LOG-FILE
           OPEN EXTEND EXCEPTION-LOG-FILE
           IF EXCEPTION-LOG-STATUS = "35"
               OPEN OUTPUT EXCEPTION-LOG-FILE
           END-IF.

      * ---------------------------------
      * A STORE ON THE MASTER MUST BE REFERRED TO BY SOMETHING -
      * A POSTED SALE, A STORE POSTING, A DEPOSIT, AN EXEMPT
      * SALE OR A GL MAPPING.  ONE THAT IS NOT IS LISTED SO
      * THE MASTER CAN BE TIDIED
      * ---------------------------------
       375-CHECK-STORE-REFERENCES.
           MOVE ZERO TO INTEG-STORE-COUNT
           MOVE "N" TO INTEG-OVFL-SWITCH
           OPEN INPUT STORE-MASTER-FILE
           IF STORE-MASTER-STATUS NOT = "00"
               MOVE "W" TO INTEG-SEVERITY
               MOVE "STORE CHECKS SKIPPED" TO INTEG-CHECK-NAME
               MOVE "STOREMST.DAT IS NOT AVAILABLE" TO INTEG-DETAIL
               PERFORM 379-WRITE-INTEGRITY-FINDING
           ELSE
               MOVE "N" TO INTEG-EOF-SWITCH
               READ STORE-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO INTEG-EOF-SWITCH
               END-READ
               PERFORM UNTIL INTEG-FILE-EOF
                   IF INTEG-STORE-COUNT < 500
                       ADD 1 TO INTEG-STORE-COUNT
                       SET IST-IDX TO INTEG-STORE-COUNT
                       MOVE STM-STORE-ID TO IST-STORE-ID (IST-IDX)
                       MOVE STM-STATUS TO IST-STATUS (IST-IDX)
                       MOVE "N" TO IST-REF-SWITCH (IST-IDX)
                   ELSE
                       MOVE "Y" TO INTEG-OVFL-SWITCH
                   END-IF
                   READ STORE-MASTER-FILE NEXT RECORD
                       AT END MOVE "Y" TO INTEG-EOF-SWITCH
                   END-READ
               END-PERFORM
               CLOSE STORE-MASTER-FILE
               OPEN INPUT SALES-LEDGER-FILE
               IF SALES-LEDGER-STATUS NOT = "35"
                   MOVE "N" TO SLED-EOF-SWITCH
                   READ SALES-LEDGER-FILE
                       AT END MOVE "Y" TO SLED-EOF-SWITCH
                   END-READ
                   PERFORM UNTIL SLED-FILE-EOF
                       MOVE SLED-STORE-ID TO INTEG-KEY-STORE
                       PERFORM 376-MARK-STORE-REFERENCED
                       READ SALES-LEDGER-FILE
                           AT END MOVE "Y" TO SLED-EOF-SWITCH
                       END-READ
                   END-PERFORM
                   CLOSE SALES-LEDGER-FILE
               END-IF
               OPEN INPUT STORE-POSTING-FILE
               IF STORE-POSTING-STATUS NOT = "35"
                   MOVE "N" TO SPST-EOF-SWITCH
                   READ STORE-POSTING-FILE
                       AT END MOVE "Y" TO SPST-EOF-SWITCH
                   END-READ
                   PERFORM UNTIL SPST-FILE-EOF
                       MOVE SPST-STORE-ID TO INTEG-KEY-STORE
                       PERFORM 376-MARK-STORE-REFERENCED
                       READ STORE-POSTING-FILE
                           AT END MOVE "Y" TO SPST-EOF-SWITCH
                       END-READ
                   END-PERFORM
                   CLOSE STORE-POSTING-FILE
               END-IF
               OPEN INPUT STORE-DEPOSIT-FILE
               IF STORE-DEPOSIT-STATUS NOT = "35"
                   MOVE "N" TO DEP-EOF-SWITCH
                   READ STORE-DEPOSIT-FILE
                       AT END MOVE "Y" TO DEP-EOF-SWITCH
                   END-READ
                   PERFORM UNTIL DEP-FILE-EOF
                       MOVE DEP-STORE-ID TO INTEG-KEY-STORE
                       PERFORM 376-MARK-STORE-REFERENCED
                       READ STORE-DEPOSIT-FILE
                           AT END MOVE "Y" TO DEP-EOF-SWITCH
                       END-READ
                   END-PERFORM
                   CLOSE STORE-DEPOSIT-FILE
               END-IF
               OPEN INPUT EXEMPT-SALES-FILE
               IF EXEMPT-SALES-STATUS NOT = "35"
                   MOVE "N" TO EXAUD-FILE-EOF-SWITCH
                   READ EXEMPT-SALES-FILE
                       AT END MOVE "Y" TO EXAUD-FILE-EOF-SWITCH
                   END-READ
                   PERFORM UNTIL EXAUD-FILE-EOF
                       MOVE EXS-STORE-ID TO INTEG-KEY-STORE
                       PERFORM 376-MARK-STORE-REFERENCED
                       READ EXEMPT-SALES-FILE
                           AT END MOVE "Y" TO EXAUD-FILE-EOF-SWITCH
                       END-READ
                   END-PERFORM
                   CLOSE EXEMPT-SALES-FILE
               END-IF
               PERFORM VARYING GLMAP-IDX FROM 1 BY 1
                   UNTIL GLMAP-IDX > GLMAP-COUNT
                   SET GMT-IDX TO GLMAP-IDX
                   IF GMT-MAP-TYPE (GMT-IDX) = "S"
                       MOVE GMT-MAP-KEY (GMT-IDX) TO INTEG-KEY-STORE
                       PERFORM 376-MARK-STORE-REFERENCED
                   END-IF
               END-PERFORM
               PERFORM VARYING INTEG-STORE-IDX FROM 1 BY 1
                   UNTIL INTEG-STORE-IDX > INTEG-STORE-COUNT
                   SET IST-IDX TO INTEG-STORE-IDX
                   IF IST-REF-SWITCH (IST-IDX) = "N"
                       MOVE "W" TO INTEG-SEVERITY
                       MOVE "STORE REFERENCED BY NOTHING"
                           TO INTEG-CHECK-NAME
                       MOVE IST-STORE-ID (IST-IDX) TO INTEG-KEY
                       STRING "STATUS=" DELIMITED BY SIZE
                           IST-STATUS (IST-IDX) DELIMITED BY SIZE
                           " - NO SALES, POSTINGS, DEPOSITS, "
                               DELIMITED BY SIZE
                           "EXEMPT SALES OR GL MAPPING"
                               DELIMITED BY SIZE
                           INTO INTEG-DETAIL
                       END-STRING
                       PERFORM 379-WRITE-INTEGRITY-FINDING
                   END-IF
               END-PERFORM
               IF INTEG-TABLE-OVERFLOW
                   MOVE "W" TO INTEG-SEVERITY
                   MOVE "STORE CHECKS INCOMPLETE" TO INTEG-CHECK-NAME
                   MOVE "STOREMST.DAT HOLDS OVER 500 STORES"
                       TO INTEG-DETAIL
                   PERFORM 379-WRITE-INTEGRITY-FINDING
               END-IF
           END-IF.

       376-MARK-STORE-REFERENCED.
           PERFORM VARYING INTEG-STORE-IDX FROM 1 BY 1
               UNTIL INTEG-STORE-IDX > INTEG-STORE-COUNT
               IF IST-STORE-ID (INTEG-STORE-IDX) = INTEG-KEY-STORE
                   MOVE "Y" TO IST-REF-SWITCH (INTEG-STORE-IDX)
               END-IF
           END-PERFORM.

      * ---------------------------------
      * NO DAY CAN HAVE BEEN TOTALLED AHEAD OF THE BUSINESS
      * CALENDAR - SUCH A RECORD WAS POSTED UNDER A BAD RUN DATE
      * AND WILL LAND IN THE WRONG DAY'S RECONCILIATION
      * ---------------------------------
       377-CHECK-DAY-TOTALS.
           OPEN INPUT DAY-TOTAL-FILE
           IF DAY-TOTAL-STATUS NOT = "35"
               MOVE "N" TO INTEG-EOF-SWITCH
               READ DAY-TOTAL-FILE
                   AT END MOVE "Y" TO INTEG-EOF-SWITCH
               END-READ
               PERFORM UNTIL INTEG-FILE-EOF
                   ADD 1 TO INTEG-DAYTOT-READ
                   IF DAYTOT-RUN-DATE IS NOT NUMERIC
                       MOVE "E" TO INTEG-SEVERITY
                       MOVE "DAY TOTAL DATE NOT NUMERIC"
                           TO INTEG-CHECK-NAME
                       MOVE DAY-TOTAL-RECORD (1:8) TO INTEG-KEY
                       PERFORM 379-WRITE-INTEGRITY-FINDING
                   ELSE
                       IF DAYTOT-RUN-DATE > BUSINESS-DATE
                           MOVE "E" TO INTEG-SEVERITY
                           MOVE "DAY TOTAL AFTER BUSINESS DATE"
                               TO INTEG-CHECK-NAME
                           MOVE DAYTOT-RUN-DATE TO INTEG-KEY
                           STRING "BUSINESS DATE=" DELIMITED BY SIZE
                               BUSINESS-DATE DELIMITED BY SIZE
                               " TRANS=" DELIMITED BY SIZE
                               DAYTOT-TRANS-COUNT DELIMITED BY SIZE
                               INTO INTEG-DETAIL
                           END-STRING
                           PERFORM 379-WRITE-INTEGRITY-FINDING
                       END-IF
                   END-IF
                   READ DAY-TOTAL-FILE
                       AT END MOVE "Y" TO INTEG-EOF-SWITCH
                   END-READ
               END-PERFORM
               CLOSE DAY-TOTAL-FILE
           END-IF.

      * ---------------------------------
      * COUNT ONE GL EXTRACT RECORD AGAINST ITS ACCOUNT'S ENTRY,
      * ADDING THE ENTRY ON FIRST SIGHT
      * ---------------------------------
       378-NOTE-GLX-ACCOUNT.
           MOVE "N" TO INTEG-FOUND-SWITCH
           PERFORM VARYING INTEG-GLX-IDX FROM 1 BY 1
               UNTIL INTEG-GLX-IDX > INTEG-GLX-COUNT
                   OR INTEG-ENTRY-FOUND
               IF IGX-ACCOUNT (INTEG-GLX-IDX) = GL-ACCOUNT
                   MOVE "Y" TO INTEG-FOUND-SWITCH
                   SET IGX-IDX TO INTEG-GLX-IDX
               END-IF
           END-PERFORM
           IF NOT INTEG-ENTRY-FOUND
               IF INTEG-GLX-COUNT < 500
                   ADD 1 TO INTEG-GLX-COUNT
                   SET IGX-IDX TO INTEG-GLX-COUNT
                   MOVE GL-ACCOUNT TO IGX-ACCOUNT (IGX-IDX)
                   MOVE INTEG-SEVERITY TO IGX-SEVERITY (IGX-IDX)
                   MOVE ZERO TO IGX-RECORD-COUNT (IGX-IDX)
                   MOVE ZERO TO IGX-LAST-DATE (IGX-IDX)
                   MOVE "Y" TO INTEG-FOUND-SWITCH
               ELSE
                   MOVE "Y" TO INTEG-OVFL-SWITCH
               END-IF
           END-IF
           IF INTEG-ENTRY-FOUND
               ADD 1 TO IGX-RECORD-COUNT (IGX-IDX)
               IF GL-AS-OF-DATE > IGX-LAST-DATE (IGX-IDX)
                   MOVE GL-AS-OF-DATE TO IGX-LAST-DATE (IGX-IDX)
               END-IF
           END-IF.

       379-WRITE-INTEGRITY-FINDING.
           IF INTEG-SEVERITY = "E"
               ADD 1 TO INTEG-ERROR-COUNT
           ELSE
               ADD 1 TO INTEG-WARNING-COUNT
           END-IF
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING INTEG-SEVERITY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               INTEG-CHECK-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTEG-KEY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTEG-DETAIL DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-RECORD
           END-STRING
           WRITE INTEGRITY-REPORT-RECORD
           MOVE SPACES TO INTEG-KEY
           MOVE SPACES TO INTEG-DETAIL.

      * =================================
      * STORE SALES COMPARISON
      * EACH STORE'S NET SALES (GROSS LESS REFUNDS) MONTH TO
      * DATE AND YEAR TO DATE AGAINST THE SAME DAYS LAST YEAR,
      * TAKEN FROM THE STORE HISTORY THE BATCH RUN APPENDS TO.
      * ALSO LISTS STORES WHOSE REFUNDS RUN ABOVE
      * STCMP-REFUND-LIMIT PERCENT OF GROSS SALES AND OPEN
      * STORES WITH NO SALES THIS MONTH
      * =================================
       380-RUN-STORE-COMPARISON.
           MOVE "Y" TO VALID-ENTRY-SWITCH
           MOVE WS-RUN-DATE TO STCMP-ASOF-DATE
           IF NOT UNATTENDED-RUN
               DISPLAY "-----------------------------------------------"
               DISPLAY "STORE SALES COMPARISON."
               DISPLAY "ENTER AS-OF BUSINESS DATE (YYYYMMDD), OR "
                   "BLANK FOR " WS-RUN-DATE "."
               ACCEPT STCMP-DATE-X
               IF STCMP-DATE-X NOT = SPACES
                   MOVE STCMP-DATE-X TO DATE-UNDER-VALIDATION
                   PERFORM 440-VALIDATE-DATE
                   IF ENTRY-IS-VALID
                       MOVE STCMP-DATE-9 TO STCMP-ASOF-DATE
                   END-IF
               END-IF
           END-IF
           IF NOT ENTRY-IS-VALID
               DISPLAY "REJECTED: " REJECT-REASON
           ELSE
               OPEN INPUT STORE-HISTORY-FILE
               IF STORE-HISTORY-STATUS = "35"
                   DISPLAY "STORE-HISTORY-FILE NOT FOUND - NO STORE "
                       "SALES HISTORY TO COMPARE."
                   MOVE "Y" TO RUN-FAILURE-SWITCH
               ELSE
                   PERFORM 381-SET-STCMP-PERIODS
                   PERFORM 382-LOAD-STCMP-STORES
                   PERFORM 383-LOAD-STORE-HISTORY
                   CLOSE STORE-HISTORY-FILE
                   PERFORM 386-WRITE-STORE-COMPARISON
                   COMPUTE STCMP-CURRENT-NET =
                       STT-GROSS-SALES (1) - STT-REFUNDS (1)
                   MOVE STCMP-CURRENT-NET TO EDITED-STCMP-AMOUNT-1
                   MOVE "STORE SALES COMPARISON" TO AUDIT-CALC-TYPE
                   MOVE SPACES TO AUDIT-DETAIL
                   STRING "ASOF=" DELIMITED BY SIZE
                       STCMP-ASOF-DATE DELIMITED BY SIZE
                       " STORES=" DELIMITED BY SIZE
                       STCMP-STORE-LINE-COUNT DELIMITED BY SIZE
                       " REFUNDFLAG=" DELIMITED BY SIZE
                       STCMP-REFUND-FLAG-COUNT DELIMITED BY SIZE
                       " NOSALES=" DELIMITED BY SIZE
                       STCMP-NO-SALES-COUNT DELIMITED BY SIZE
                       " MTDNET=" DELIMITED BY SIZE
                       EDITED-STCMP-AMOUNT-1 DELIMITED BY SIZE
                       INTO AUDIT-DETAIL
                   END-STRING
                   PERFORM 960-WRITE-AUDIT-RECORD
               END-IF
           END-IF.

      * ---------------------------------
      * THE FOUR REPORT PERIODS.  LAST YEAR RUNS TO THE SAME
      * MONTH AND DAY A YEAR BACK - AN AS-OF DATE OF 29
      * FEBRUARY COMPARES WITH 28 FEBRUARY
      * ---------------------------------
       381-SET-STCMP-PERIODS.
           COMPUTE STCMP-PRIOR-ASOF-DATE = STCMP-ASOF-DATE - 10000
           IF STCMP-ASOF-MONTH = 2 AND STCMP-ASOF-DAY = 29
               SUBTRACT 1 FROM STCMP-PRIOR-ASOF-DATE
           END-IF
           COMPUTE STCMP-FROM-DATE (1) =
               STCMP-ASOF-DATE - STCMP-ASOF-DAY + 1
           MOVE STCMP-ASOF-DATE TO STCMP-TO-DATE (1)
           COMPUTE STCMP-FROM-DATE (2) = STCMP-FROM-DATE (1) - 10000
           MOVE STCMP-PRIOR-ASOF-DATE TO STCMP-TO-DATE (2)
           COMPUTE STCMP-FROM-DATE (3) = STCMP-ASOF-YEAR * 10000 + 101
           MOVE STCMP-ASOF-DATE TO STCMP-TO-DATE (3)
           COMPUTE STCMP-FROM-DATE (4) = STCMP-FROM-DATE (3) - 10000
           MOVE STCMP-PRIOR-ASOF-DATE TO STCMP-TO-DATE (4)
           PERFORM VARYING STCMP-PERIOD FROM 1 BY 1
               UNTIL STCMP-PERIOD > 4
               MOVE ZERO TO STT-GROSS-SALES (STCMP-PERIOD)
               MOVE ZERO TO STT-REFUNDS (STCMP-PERIOD)
               MOVE ZERO TO STT-TAX (STCMP-PERIOD)
           END-PERFORM.

      * ---------------------------------
      * ONE TABLE ENTRY PER STORE ON THE MASTER, IN STORE
      * ORDER.  WITHOUT THE MASTER THE REPORT STILL RUNS, IN
      * THE ORDER THE HISTORY FIRST SHOWS EACH STORE
      * ---------------------------------
       382-LOAD-STCMP-STORES.
           MOVE ZERO TO STCMP-COUNT
           MOVE "N" TO STCMP-OVFL-SWITCH
           MOVE "N" TO STCMP-MASTER-SWITCH
           OPEN INPUT STORE-MASTER-FILE
           IF STORE-MASTER-STATUS NOT = "00"
               DISPLAY "WARNING: STORE-MASTER-FILE NOT AVAILABLE - "
                   "OPEN STORES WITH NO SALES CANNOT BE LISTED."
           ELSE
               MOVE "Y" TO STCMP-MASTER-SWITCH
               MOVE "N" TO STCMP-EOF-SWITCH
               READ STORE-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO STCMP-EOF-SWITCH
               END-READ
               PERFORM UNTIL STCMP-MASTER-EOF
                   MOVE STM-STORE-ID TO STCMP-KEY-STORE
                   PERFORM 384-FIND-STCMP-ENTRY
                   IF STCMP-ENTRY-FOUND
                       MOVE STM-STORE-NAME TO SCT-STORE-NAME (SCT-IDX)
                       MOVE STM-STATUS TO SCT-STATUS (SCT-IDX)
                       MOVE "Y" TO SCT-ON-MASTER (SCT-IDX)
                   END-IF
                   READ STORE-MASTER-FILE NEXT RECORD
                       AT END MOVE "Y" TO STCMP-EOF-SWITCH
                   END-READ
               END-PERFORM
               CLOSE STORE-MASTER-FILE
           END-IF.

      * ---------------------------------
      * TOTAL THE HISTORY BY STORE INTO EACH PERIOD ITS
      * BUSINESS DATE FALLS IN - REVERSAL OFFSETS NET THEIR
      * BATCH OUT.  A RECORD THAT IS NOT NUMERIC IS COUNTED
      * AND LEFT OUT
      * ---------------------------------
       383-LOAD-STORE-HISTORY.
           MOVE ZERO TO STCMP-HISTORY-READ-COUNT
           MOVE ZERO TO STCMP-BAD-HISTORY-COUNT
           MOVE "N" TO SHST-EOF-SWITCH
           READ STORE-HISTORY-FILE
               AT END MOVE "Y" TO SHST-EOF-SWITCH
           END-READ
           PERFORM UNTIL SHST-FILE-EOF
               ADD 1 TO STCMP-HISTORY-READ-COUNT
               IF SHST-BUSINESS-DATE IS NOT NUMERIC
                   OR SHST-GROSS-SALES IS NOT NUMERIC
                   OR SHST-REFUNDS IS NOT NUMERIC
                   OR SHST-TAX IS NOT NUMERIC
                   ADD 1 TO STCMP-BAD-HISTORY-COUNT
               ELSE
                   IF SHST-BUSINESS-DATE >= STCMP-FROM-DATE (4)
                       AND SHST-BUSINESS-DATE <= STCMP-ASOF-DATE
                       MOVE SHST-STORE-ID TO STCMP-KEY-STORE
                       PERFORM 384-FIND-STCMP-ENTRY
                       IF STCMP-ENTRY-FOUND
                           PERFORM 385-ADD-HISTORY-TO-PERIODS
                       END-IF
                   END-IF
               END-IF
               READ STORE-HISTORY-FILE
                   AT END MOVE "Y" TO SHST-EOF-SWITCH
               END-READ
           END-PERFORM.

      * ---------------------------------
      * FIND THE STORE'S ENTRY, ADDING IT ON FIRST SIGHT - A
      * FULL TABLE LEAVES SCT-IDX UNSET AND THE FOUND SWITCH OFF
      * ---------------------------------
       384-FIND-STCMP-ENTRY.
           MOVE "N" TO STCMP-FOUND-SWITCH
           PERFORM VARYING STCMP-IDX FROM 1 BY 1
               UNTIL STCMP-IDX > STCMP-COUNT
                   OR STCMP-ENTRY-FOUND
               IF SCT-STORE-ID (STCMP-IDX) = STCMP-KEY-STORE
                   MOVE "Y" TO STCMP-FOUND-SWITCH
                   SET SCT-IDX TO STCMP-IDX
               END-IF
           END-PERFORM
           IF NOT STCMP-ENTRY-FOUND
               IF STCMP-COUNT < 500
                   ADD 1 TO STCMP-COUNT
                   SET SCT-IDX TO STCMP-COUNT
                   MOVE STCMP-KEY-STORE TO SCT-STORE-ID (SCT-IDX)
                   MOVE SPACES TO SCT-STORE-NAME (SCT-IDX)
                   MOVE SPACE TO SCT-STATUS (SCT-IDX)
                   MOVE "N" TO SCT-ON-MASTER (SCT-IDX)
                   MOVE ZERO TO SCT-LAST-SALE-DATE (SCT-IDX)
                   PERFORM VARYING STCMP-PERIOD FROM 1 BY 1
                       UNTIL STCMP-PERIOD > 4
                       MOVE ZERO
                           TO SCT-GROSS-SALES (SCT-IDX, STCMP-PERIOD)
                       MOVE ZERO TO SCT-REFUNDS (SCT-IDX, STCMP-PERIOD)
                       MOVE ZERO TO SCT-TAX (SCT-IDX, STCMP-PERIOD)
                   END-PERFORM
                   MOVE "Y" TO STCMP-FOUND-SWITCH
               ELSE
                   MOVE "Y" TO STCMP-OVFL-SWITCH
               END-IF
           END-IF.

       385-ADD-HISTORY-TO-PERIODS.
           PERFORM VARYING STCMP-PERIOD FROM 1 BY 1
               UNTIL STCMP-PERIOD > 4
               IF SHST-BUSINESS-DATE >= STCMP-FROM-DATE (STCMP-PERIOD)
                   AND SHST-BUSINESS-DATE <=
                       STCMP-TO-DATE (STCMP-PERIOD)
                   ADD SHST-GROSS-SALES
                       TO SCT-GROSS-SALES (SCT-IDX, STCMP-PERIOD)
                   ADD SHST-REFUNDS
                       TO SCT-REFUNDS (SCT-IDX, STCMP-PERIOD)
                   ADD SHST-TAX TO SCT-TAX (SCT-IDX, STCMP-PERIOD)
                   ADD SHST-GROSS-SALES
                       TO STT-GROSS-SALES (STCMP-PERIOD)
                   ADD SHST-REFUNDS TO STT-REFUNDS (STCMP-PERIOD)
                   ADD SHST-TAX TO STT-TAX (STCMP-PERIOD)
               END-IF
           END-PERFORM
           IF SHST-POSTING
               AND SHST-GROSS-SALES > ZERO
               AND SHST-BUSINESS-DATE > SCT-LAST-SALE-DATE (SCT-IDX)
               MOVE SHST-BUSINESS-DATE TO SCT-LAST-SALE-DATE (SCT-IDX)
           END-IF.

      * ---------------------------------
      * THE REPORT: EVERY STORE ON THE MASTER THAT IS OPEN OR
      * HAS SALES IN EITHER YEAR, STORES FOUND ONLY IN THE
      * HISTORY, RUN TOTALS, HIGH REFUNDS AND OPEN STORES WITH
      * NO SALES THIS MONTH
      * ---------------------------------
       386-WRITE-STORE-COMPARISON.
           MOVE ZERO TO STCMP-STORE-LINE-COUNT
           MOVE ZERO TO STCMP-NOT-ON-MASTER-COUNT
           MOVE ZERO TO STCMP-REFUND-FLAG-COUNT
           MOVE ZERO TO STCMP-NO-SALES-COUNT
           MOVE STCMP-REFUND-LIMIT TO EDITED-STCMP-LIMIT
           OPEN OUTPUT STORE-COMPARE-FILE
           MOVE SPACES TO STORE-COMPARE-RECORD
           STRING "STORE SALES COMPARISON AS OF " DELIMITED BY SIZE
               STCMP-ASOF-DATE DELIMITED BY SIZE
               " RUN " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO STORE-COMPARE-RECORD
           END-STRING
           WRITE STORE-COMPARE-RECORD
           MOVE SPACES TO STORE-COMPARE-RECORD
           STRING "MONTH TO DATE " DELIMITED BY SIZE
               STCMP-FROM-DATE (1) DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               STCMP-TO-DATE (1) DELIMITED BY SIZE
               "  LAST YEAR " DELIMITED BY SIZE
               STCMP-FROM-DATE (2) DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               STCMP-TO-DATE (2) DELIMITED BY SIZE
               INTO STORE-COMPARE-RECORD
           END-STRING
           WRITE STORE-COMPARE-RECORD
           MOVE SPACES TO STORE-COMPARE-RECORD
           STRING "YEAR TO DATE  " DELIMITED BY SIZE
               STCMP-FROM-DATE (3) DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               STCMP-TO-DATE (3) DELIMITED BY SIZE
               "  LAST YEAR " DELIMITED BY SIZE
               STCMP-FROM-DATE (4) DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               STCMP-TO-DATE (4) DELIMITED BY SIZE
               INTO STORE-COMPARE-RECORD
           END-STRING
           WRITE STORE-COMPARE-RECORD
           IF NOT STCMP-MASTER-LOADED
               MOVE SPACES TO STORE-COMPARE-RECORD
               MOVE "WARNING: STORE MASTER NOT AVAILABLE - STORES ARE"
                   TO STORE-COMPARE-RECORD
               WRITE STORE-COMPARE-RECORD
               MOVE SPACES TO STORE-COMPARE-RECORD
               MOVE "LISTED IN HISTORY ORDER WITHOUT NAMES"
                   TO STORE-COMPARE-RECORD
               WRITE STORE-COMPARE-RECORD
           END-IF
           MOVE SPACES TO STORE-COMPARE-RECORD
           MOVE "NET SALES BY STORE:" TO STORE-COMPARE-RECORD
           WRITE STORE-COMPARE-RECORD
           MOVE SPACES TO STORE-COMPARE-RECORD
           STRING "ID   STORE NAME             MTD NET SALES"
                   DELIMITED BY SIZE
               "       LAST YEAR    CHG %" DELIMITED BY SIZE
               "    YTD NET SALES       LAST YEAR    CHG %"
                   DELIMITED BY SIZE
               INTO STORE-COMPARE-RECORD
           END-STRING
           WRITE STORE-COMPARE-RECORD
           PERFORM VARYING STCMP-IDX FROM 1 BY 1
               UNTIL STCMP-IDX > STCMP-COUNT
               SET SCT-IDX TO STCMP-IDX
               IF SCT-IS-ON-MASTER (SCT-IDX)
                   OR NOT STCMP-MASTER-LOADED
                   IF SCT-STORE-OPEN (SCT-IDX)
                       OR SCT-GROSS-SALES (SCT-IDX, 3) NOT = ZERO
                       OR SCT-REFUNDS (SCT-IDX, 3) NOT = ZERO
                       OR SCT-GROSS-SALES (SCT-IDX, 4) NOT = ZERO
                       OR SCT-REFUNDS (SCT-IDX, 4) NOT = ZERO
                       PERFORM 387-WRITE-STCMP-STORE-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF STCMP-MASTER-LOADED
               MOVE SPACES TO STORE-COMPARE-RECORD
               MOVE "STORES IN THE HISTORY NOT ON THE STORE MASTER:"
                   TO STORE-COMPARE-RECORD
               WRITE STORE-COMPARE-RECORD
               PERFORM VARYING STCMP-IDX FROM 1 BY 1
                   UNTIL STCMP-IDX > STCMP-COUNT
                   SET SCT-IDX TO STCMP-IDX
                   IF NOT SCT-IS-ON-MASTER (SCT-IDX)
                       ADD 1 TO STCMP-NOT-ON-MASTER-COUNT
                       PERFORM 387-WRITE-STCMP-STORE-LINE
                   END-IF
               END-PERFORM
           END-IF
           COMPUTE STCMP-CURRENT-NET =
               STT-GROSS-SALES (1) - STT-REFUNDS (1)
           COMPUTE STCMP-PRIOR-NET =
               STT-GROSS-SALES (2) - STT-REFUNDS (2)
           MOVE STCMP-CURRENT-NET TO EDITED-STCMP-AMOUNT-1
           MOVE STCMP-PRIOR-NET TO EDITED-STCMP-AMOUNT-2
           PERFORM 388-SET-STCMP-CHANGE
           MOVE STCMP-PCT-TEXT TO STCMP-MTD-PCT-TEXT
           COMPUTE STCMP-CURRENT-NET =
               STT-GROSS-SALES (3) - STT-REFUNDS (3)
           COMPUTE STCMP-PRIOR-NET =
               STT-GROSS-SALES (4) - STT-REFUNDS (4)
           MOVE STCMP-CURRENT-NET TO EDITED-STCMP-AMOUNT-3
           MOVE STCMP-PRIOR-NET TO EDITED-STCMP-AMOUNT-4
           PERFORM 388-SET-STCMP-CHANGE
           MOVE STCMP-PCT-TEXT TO STCMP-YTD-PCT-TEXT
           MOVE SPACES TO STORE-COMPARE-RECORD
           STRING "TOTAL - ALL STORES        " DELIMITED BY SIZE
               EDITED-STCMP-AMOUNT-1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EDITED-STCMP-AMOUNT-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               STCMP-MTD-PCT-TEXT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               EDITED-STCMP-AMOUNT-3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EDITED-STCMP-AMOUNT-4 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               STCMP-YTD-PCT-TEXT DELIMITED BY SIZE
               INTO STORE-COMPARE-RECORD
           END-STRING
           WRITE STORE-COMPARE-RECORD
           MOVE STT-TAX (1) TO EDITED-STCMP-AMOUNT-1
           MOVE STT-TAX (2) TO EDITED-STCMP-AMOUNT-2
           MOVE STT-TAX (3) TO EDITED-STCMP-AMOUNT-3
           MOVE STT-TAX (4) TO EDITED-STCMP-AMOUNT-4
           MOVE SPACES TO STORE-COMPARE-RECORD
           STRING "TAX - ALL STORES          " DELIMITED BY SIZE
               EDITED-STCMP-AMOUNT-1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EDITED-STCMP-AMOUNT-2 DELIMITED BY SIZE
               "           " DELIMITED BY SIZE
               EDITED-STCMP-AMOUNT-3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EDITED-STCMP-AMOUNT-4 DELIMITED BY SIZE
               INTO STORE-COMPARE-RECORD
           END-STRING
           WRITE STORE-COMPARE-RECORD
           MOVE SPACES TO STORE-COMPARE-RECORD
           STRING "REFUNDS OVER " DELIMITED BY SIZE
               EDITED-STCMP-LIMIT DELIMITED BY SIZE
               "% OF GROSS SALES (MONTH OR YEAR TO DATE):"
                   DELIMITED BY SIZE
               INTO STORE-COMPARE-RECORD
           END-STRING
           WRITE STORE-COMPARE-RECORD
           PERFORM VARYING STCMP-IDX FROM 1 BY 1
               UNTIL STCMP-IDX > STCMP-COUNT
               SET SCT-IDX TO STCMP-IDX
               PERFORM 389-CHECK-STCMP-REFUNDS
           END-PERFORM
           MOVE SPACES TO STORE-COMPARE-RECORD
           MOVE "OPEN STORES WITH NO SALES MONTH TO DATE:"
               TO STORE-COMPARE-RECORD
           WRITE STORE-COMPARE-RECORD
           IF STCMP-MASTER-LOADED
               PERFORM VARYING STCMP-IDX FROM 1 BY 1
                   UNTIL STCMP-IDX > STCMP-COUNT
                   SET SCT-IDX TO STCMP-IDX
                   IF SCT-IS-ON-MASTER (SCT-IDX)
                       AND SCT-STORE-OPEN (SCT-IDX)
                       AND SCT-GROSS-SALES (SCT-IDX, 1) NOT > ZERO
                       ADD 1 TO STCMP-NO-SALES-COUNT
                       MOVE SPACES TO STORE-COMPARE-RECORD
                       IF SCT-LAST-SALE-DATE (SCT-IDX) = ZERO
                           STRING SCT-STORE-ID (SCT-IDX)
                                   DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               SCT-STORE-NAME (SCT-IDX)
                                   DELIMITED BY SIZE
                               " NO SALES SINCE " DELIMITED BY SIZE
                               STCMP-FROM-DATE (4) DELIMITED BY SIZE
                               INTO STORE-COMPARE-RECORD
                           END-STRING
                       ELSE
                           STRING SCT-STORE-ID (SCT-IDX)
                                   DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               SCT-STORE-NAME (SCT-IDX)
                                   DELIMITED BY SIZE
                               " LAST SALES " DELIMITED BY SIZE
                               SCT-LAST-SALE-DATE (SCT-IDX)
                                   DELIMITED BY SIZE
                               INTO STORE-COMPARE-RECORD
                           END-STRING
                       END-IF
                       WRITE STORE-COMPARE-RECORD
                   END-IF
               END-PERFORM
           ELSE
               MOVE SPACES TO STORE-COMPARE-RECORD
               MOVE "NOT AVAILABLE - STORE MASTER COULD NOT BE READ"
                   TO STORE-COMPARE-RECORD
               WRITE STORE-COMPARE-RECORD
           END-IF
           MOVE SPACES TO STORE-COMPARE-RECORD
           STRING "STORES LISTED: " DELIMITED BY SIZE
               STCMP-STORE-LINE-COUNT DELIMITED BY SIZE
               "  NOT ON MASTER: " DELIMITED BY SIZE
               STCMP-NOT-ON-MASTER-COUNT DELIMITED BY SIZE
               "  HIGH REFUNDS: " DELIMITED BY SIZE
               STCMP-REFUND-FLAG-COUNT DELIMITED BY SIZE
               "  OPEN WITH NO SALES: " DELIMITED BY SIZE
               STCMP-NO-SALES-COUNT DELIMITED BY SIZE
               "  HISTORY RECORDS READ: " DELIMITED BY SIZE
               STCMP-HISTORY-READ-COUNT DELIMITED BY SIZE
               "  NOT NUMERIC: " DELIMITED BY SIZE
               STCMP-BAD-HISTORY-COUNT DELIMITED BY SIZE
               INTO STORE-COMPARE-RECORD
           END-STRING
           WRITE STORE-COMPARE-RECORD
           IF STCMP-TABLE-OVERFLOW
               MOVE SPACES TO STORE-COMPARE-RECORD
               STRING "WARNING: OVER 500 STORES - " DELIMITED BY SIZE
                   "COMPARISON IS INCOMPLETE" DELIMITED BY SIZE
                   INTO STORE-COMPARE-RECORD
               END-STRING
               WRITE STORE-COMPARE-RECORD
               DISPLAY "WARNING: OVER 500 STORES - "
                   "COMPARISON IS INCOMPLETE."
               MOVE "Y" TO RUN-FAILURE-SWITCH
           END-IF
           CLOSE STORE-COMPARE-FILE
           IF STCMP-BAD-HISTORY-COUNT > ZERO
               DISPLAY "WARNING: " STCMP-BAD-HISTORY-COUNT
                   " STORE HISTORY RECORD(S) NOT NUMERIC - LEFT OUT."
           END-IF
           DISPLAY "STORE SALES COMPARISON: " STCMP-STORE-LINE-COUNT
               " STORES, " STCMP-REFUND-FLAG-COUNT " HIGH REFUNDS, "
               STCMP-NO-SALES-COUNT " OPEN WITH NO SALES."
           DISPLAY "STORE SALES COMPARISON REPORT WRITTEN.".

      * ---------------------------------
      * ONE STORE'S NET SALES LINE - MONTH TO DATE, LAST
      * YEAR, CHANGE, THEN THE SAME FOR THE YEAR TO DATE
      * ---------------------------------
       387-WRITE-STCMP-STORE-LINE.
           ADD 1 TO STCMP-STORE-LINE-COUNT
           COMPUTE STCMP-CURRENT-NET = SCT-GROSS-SALES (SCT-IDX, 1)
               - SCT-REFUNDS (SCT-IDX, 1)
           COMPUTE STCMP-PRIOR-NET = SCT-GROSS-SALES (SCT-IDX, 2)
               - SCT-REFUNDS (SCT-IDX, 2)
           MOVE STCMP-CURRENT-NET TO EDITED-STCMP-AMOUNT-1
           MOVE STCMP-PRIOR-NET TO EDITED-STCMP-AMOUNT-2
           PERFORM 388-SET-STCMP-CHANGE
           MOVE STCMP-PCT-TEXT TO STCMP-MTD-PCT-TEXT
           COMPUTE STCMP-CURRENT-NET = SCT-GROSS-SALES (SCT-IDX, 3)
               - SCT-REFUNDS (SCT-IDX, 3)
           COMPUTE STCMP-PRIOR-NET = SCT-GROSS-SALES (SCT-IDX, 4)
               - SCT-REFUNDS (SCT-IDX, 4)
           MOVE STCMP-CURRENT-NET TO EDITED-STCMP-AMOUNT-3
           MOVE STCMP-PRIOR-NET TO EDITED-STCMP-AMOUNT-4
           PERFORM 388-SET-STCMP-CHANGE
           MOVE STCMP-PCT-TEXT TO STCMP-YTD-PCT-TEXT
           MOVE SPACES TO STORE-COMPARE-RECORD
           STRING SCT-STORE-ID (SCT-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SCT-STORE-NAME (SCT-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EDITED-STCMP-AMOUNT-1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EDITED-STCMP-AMOUNT-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               STCMP-MTD-PCT-TEXT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               EDITED-STCMP-AMOUNT-3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EDITED-STCMP-AMOUNT-4 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               STCMP-YTD-PCT-TEXT DELIMITED BY SIZE
               INTO STORE-COMPARE-RECORD
           END-STRING
           WRITE STORE-COMPARE-RECORD.

      * ---------------------------------
      * PERCENT CHANGE OF STCMP-CURRENT-NET OVER STCMP-PRIOR-NET
      * INTO STCMP-PCT-TEXT.  NOTHING LAST YEAR SHOWS NEW (OR A
      * DASH WHEN THERE IS NOTHING EITHER YEAR); A NEGATIVE
      * BASE HAS NO MEANINGFUL CHANGE; A CHANGE BEYOND 9999
      * PERCENT IS CAPPED RATHER THAN COMPUTED
      * ---------------------------------
       388-SET-STCMP-CHANGE.
           MOVE SPACES TO STCMP-PCT-TEXT
           EVALUATE TRUE
               WHEN STCMP-PRIOR-NET = ZERO
                   AND STCMP-CURRENT-NET = ZERO
                   MOVE "       -" TO STCMP-PCT-TEXT
               WHEN STCMP-PRIOR-NET = ZERO
                   MOVE "     NEW" TO STCMP-PCT-TEXT
               WHEN STCMP-PRIOR-NET < ZERO
                   MOVE "     N/A" TO STCMP-PCT-TEXT
               WHEN OTHER
                   COMPUTE STCMP-CHANGE =
                       STCMP-CURRENT-NET - STCMP-PRIOR-NET
                   COMPUTE STCMP-CHANGE-LIMIT = STCMP-PRIOR-NET * 99.99
                   IF STCMP-CHANGE > STCMP-CHANGE-LIMIT
                       MOVE "  >9999%" TO STCMP-PCT-TEXT
                   ELSE
                       IF STCMP-CHANGE < ZERO - STCMP-CHANGE-LIMIT
                           MOVE " <-9999%" TO STCMP-PCT-TEXT
                       ELSE
                           COMPUTE STCMP-PERCENT ROUNDED =
                               STCMP-CHANGE * 100 / STCMP-PRIOR-NET
                           MOVE STCMP-PERCENT TO EDITED-STCMP-PERCENT
                           STRING EDITED-STCMP-PERCENT
                                   DELIMITED BY SIZE
                               "%" DELIMITED BY SIZE
                               INTO STCMP-PCT-TEXT
                           END-STRING
                       END-IF
                   END-IF
           END-EVALUATE.

      * ---------------------------------
      * LIST THE STORE WHEN ITS REFUNDS, MONTH TO DATE OR YEAR
      * TO DATE, RUN ABOVE STCMP-REFUND-LIMIT PERCENT OF ITS
      * GROSS SALES - REFUNDS WITH NO SALES ALWAYS LIST
      * ---------------------------------
       389-CHECK-STCMP-REFUNDS.
           MOVE "N" TO STCMP-FLAG-SWITCH
           MOVE SCT-GROSS-SALES (SCT-IDX, 1) TO STCMP-RATIO-GROSS
           MOVE SCT-REFUNDS (SCT-IDX, 1) TO STCMP-RATIO-REFUNDS
           PERFORM 390-SET-STCMP-RATIO
           MOVE STCMP-RATIO-TEXT TO STCMP-MTD-RATIO-TEXT
           IF STCMP-RATIO-OVER-LIMIT
               MOVE "Y" TO STCMP-FLAG-SWITCH
           END-IF
           MOVE SCT-GROSS-SALES (SCT-IDX, 3) TO STCMP-RATIO-GROSS
           MOVE SCT-REFUNDS (SCT-IDX, 3) TO STCMP-RATIO-REFUNDS
           PERFORM 390-SET-STCMP-RATIO
           MOVE STCMP-RATIO-TEXT TO STCMP-YTD-RATIO-TEXT
           IF STCMP-RATIO-OVER-LIMIT
               MOVE "Y" TO STCMP-FLAG-SWITCH
           END-IF
           IF STCMP-STORE-FLAGGED
               ADD 1 TO STCMP-REFUND-FLAG-COUNT
               MOVE SCT-GROSS-SALES (SCT-IDX, 1)
                   TO EDITED-STCMP-AMOUNT-1
               MOVE SCT-REFUNDS (SCT-IDX, 1) TO EDITED-STCMP-AMOUNT-2
               MOVE SPACES TO STORE-COMPARE-RECORD
               STRING SCT-STORE-ID (SCT-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SCT-STORE-NAME (SCT-IDX) DELIMITED BY SIZE
                   " MTD GROSS=" DELIMITED BY SIZE
                   EDITED-STCMP-AMOUNT-1 DELIMITED BY SIZE
                   " REFUNDS=" DELIMITED BY SIZE
                   EDITED-STCMP-AMOUNT-2 DELIMITED BY SIZE
                   " MTD RATIO=" DELIMITED BY SIZE
                   STCMP-MTD-RATIO-TEXT DELIMITED BY SIZE
                   " YTD RATIO=" DELIMITED BY SIZE
                   STCMP-YTD-RATIO-TEXT DELIMITED BY SIZE
                   INTO STORE-COMPARE-RECORD
               END-STRING
               WRITE STORE-COMPARE-RECORD
           END-IF.

      * ---------------------------------
      * REFUNDS AS A PERCENT OF GROSS SALES INTO
      * STCMP-RATIO-TEXT, SETTING THE OVER-LIMIT SWITCH
      * ---------------------------------
       390-SET-STCMP-RATIO.
           MOVE "N" TO STCMP-RATIO-OVER-SWITCH
           MOVE SPACES TO STCMP-RATIO-TEXT
           EVALUATE TRUE
               WHEN STCMP-RATIO-GROSS NOT > ZERO
                   AND STCMP-RATIO-REFUNDS NOT > ZERO
                   MOVE "       -" TO STCMP-RATIO-TEXT
               WHEN STCMP-RATIO-GROSS NOT > ZERO
                   MOVE "NO SALES" TO STCMP-RATIO-TEXT
                   MOVE "Y" TO STCMP-RATIO-OVER-SWITCH
               WHEN OTHER
                   COMPUTE STCMP-CHANGE-LIMIT =
                       STCMP-RATIO-GROSS * 99.99
                   IF STCMP-RATIO-REFUNDS > STCMP-CHANGE-LIMIT
                       MOVE "  >9999%" TO STCMP-RATIO-TEXT
                       MOVE "Y" TO STCMP-RATIO-OVER-SWITCH
                   ELSE
                       COMPUTE STCMP-PERCENT ROUNDED =
                           STCMP-RATIO-REFUNDS * 100
                           / STCMP-RATIO-GROSS
                       MOVE STCMP-PERCENT TO EDITED-STCMP-PERCENT
                       STRING EDITED-STCMP-PERCENT DELIMITED BY SIZE
                           "%" DELIMITED BY SIZE
                           INTO STCMP-RATIO-TEXT
                       END-STRING
                       IF STCMP-PERCENT > STCMP-REFUND-LIMIT
                           MOVE "Y" TO STCMP-RATIO-OVER-SWITCH
                       END-IF
                   END-IF
           END-EVALUATE.

      * =================================
      * TAX RATE MAINTENANCE
      * VALIDATED ENTRY REPLACES HAND-EDITING THE RATE FILE -
      * EVERY CHANGE IS AUDITED UNDER THE OPERATOR'S ID AND
      * THE WHOLE TABLE IS REWRITTEN TO THE RATE FILE
      * =================================
      * ---------------------------------
      * MAINTENANCE REWRITES THE RATE FILE FROM THE IN-MEMORY
      * TABLE, SO AN OVERFLOWED LOAD IS REFUSED OUTRIGHT - A
      * REWRITE WOULD SILENTLY DROP THE RATES THAT DID NOT FIT
      * ---------------------------------
       400-MAINTAIN-TAX-RATES.
           IF RATE-TABLE-OVERFLOWED
               DISPLAY "TAX RATE FILE HOLDS MORE RATES THAN THE "
                   "TABLE - MAINTENANCE REFUSED TO AVOID LOSING "
                   "RATES."
           ELSE
               PERFORM 401-RATE-MAINT-MENU
           END-IF.

       401-RATE-MAINT-MENU.
           DISPLAY "-----------------------------------------------".
           DISPLAY "TAX RATE MAINTENANCE.".
           DISPLAY "1 - ADD A FUTURE-DATED RATE.".
           DISPLAY "2 - END-DATE AN EXISTING RATE.".
           DISPLAY "3 - RETROACTIVE RATE CORRECTION.".
           DISPLAY "0 - RETURN TO MAIN MENU.".
           ACCEPT RATE-MAINT-CHOICE.

                   PERFORM 410-ADD-TAX-RATE
               WHEN 2
                   PERFORM 420-END-DATE-TAX-RATE
               WHEN 3
                   PERFORM 460-CORRECT-TAX-RATE
               WHEN OTHER
                   DISPLAY "NO RATE MAINTENANCE SELECTED."
           END-EVALUATE.
           DISPLAY "ENTER RATE AS FIVE DIGITS NVNNNN "
               "(00825 MEANS 0.0825).".
           ACCEPT MAINT-RATE-X
           PERFORM 411-ENTER-RATE-COMPONENTS
           PERFORM 415-VALIDATE-RATE-ENTRY
           IF ENTRY-IS-VALID
               ADD 1 TO TAX-RATE-COUNT
                   TO TXR-EFFECTIVE-DATE (TXR-IDX)
               MOVE MAINT-RATE TO TXR-RATE (TXR-IDX)
               MOVE ZERO TO TXR-END-DATE (TXR-IDX)
               PERFORM 417-MOVE-COMPONENTS-TO-TABLE
               PERFORM 430-REWRITE-TAX-RATE-FILE
               MOVE "TAX RATE MAINTENANCE" TO AUDIT-CALC-TYPE
               MOVE MAINT-RATE TO EDITED-TAX-RATE-LOG
                   MAINT-EFFECTIVE-DATE DELIMITED BY SIZE
                   " RATE=" DELIMITED BY SIZE
                   EDITED-TAX-RATE-LOG DELIMITED BY SIZE
                   " SPLIT=" DELIMITED BY SIZE
                   MAINT-COMP-COUNT-X DELIMITED BY SIZE
                   INTO AUDIT-DETAIL
               END-STRING
               PERFORM 960-WRITE-AUDIT-RECORD
               PERFORM 418-AUDIT-RATE-COMPONENTS
               DISPLAY "RATE ADDED."
           ELSE
               DISPLAY "REJECTED: " REJECT-REASON
               PERFORM 950-LOG-EXCEPTION-RECORD
           END-IF.

      * ---------------------------------
      * TAKE THE SPLIT OF THE RATE AMONG THE TAXING AUTHORITIES
      * IT IS REMITTED TO.  NO SPLIT LEAVES THE WHOLE TAX OWED
      * TO THE JURISDICTION
      * ---------------------------------
       411-ENTER-RATE-COMPONENTS.
           MOVE SPACES TO MAINT-COMPONENT-AREA
           DISPLAY "ENTER NUMBER OF TAXING AUTHORITIES THE RATE IS "
               "SPLIT AMONG (0-4, 0 OR BLANK IF NOT SPLIT).".
           ACCEPT MAINT-COMP-COUNT-X
           IF MAINT-COMP-COUNT-X = SPACE
               MOVE "0" TO MAINT-COMP-COUNT-X
           END-IF
           IF MAINT-COMP-COUNT-X IS NUMERIC
               AND MAINT-COMP-COUNT-9 <= 4
               PERFORM VARYING MAINT-COMP-IDX FROM 1 BY 1
                   UNTIL MAINT-COMP-IDX > MAINT-COMP-COUNT-9
                   DISPLAY "AUTHORITY " MAINT-COMP-IDX
                       " TYPE (S=STATE, C=COUNTY, M=CITY, "
                       "D=SPECIAL DISTRICT)."
                   ACCEPT MAINT-AUTH-TYPE (MAINT-COMP-IDX)
                   DISPLAY "AUTHORITY " MAINT-COMP-IDX
                       " AGENCY ID (UP TO 10 CHARACTERS)."
                   ACCEPT MAINT-AUTH-ID (MAINT-COMP-IDX)
                   DISPLAY "AUTHORITY " MAINT-COMP-IDX
                       " RATE AS FIVE DIGITS NVNNNN."
                   ACCEPT MAINT-COMP-RATE-X (MAINT-COMP-IDX)
               END-PERFORM
           END-IF.

       415-VALIDATE-RATE-ENTRY.
           MOVE "Y" TO VALID-ENTRY-SWITCH
           MOVE SPACES TO REJECT-REASON
               PERFORM 440-VALIDATE-DATE
           END-IF
           IF ENTRY-IS-VALID
               IF RATE-CORRECTION-ENTRY
                   IF MAINT-EFFECTIVE-DATE > WS-RUN-DATE
                       MOVE "N" TO VALID-ENTRY-SWITCH
                       MOVE "CORRECTION DATE MUST NOT BE IN THE FUTURE"
                           TO REJECT-REASON
                   END-IF
               ELSE
                   IF MAINT-EFFECTIVE-DATE < WS-RUN-DATE
                       MOVE "N" TO VALID-ENTRY-SWITCH
                       MOVE "EFFECTIVE DATE MUST NOT BE IN THE PAST"
                           TO REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF ENTRY-IS-VALID
                   END-IF
               END-IF
           END-IF
      * A CORRECTION FOR A DATE ALREADY ON FILE REPLACES THAT
      * RATE - THE CALLER PICKS UP WHERE IT SITS
           MOVE ZERO TO MAINT-TARGET-IDX
           IF ENTRY-IS-VALID
               PERFORM VARYING RATE-SCAN-IDX FROM 1 BY 1
                   UNTIL RATE-SCAN-IDX > TAX-RATE-COUNT
                           MAINT-CATEGORY
                       AND TXR-EFFECTIVE-DATE (RATE-SCAN-IDX) =
                           MAINT-EFFECTIVE-DATE
                       IF RATE-CORRECTION-ENTRY
                           MOVE RATE-SCAN-IDX TO MAINT-TARGET-IDX
                       ELSE
                           MOVE "N" TO VALID-ENTRY-SWITCH
                           MOVE "RATE ALREADY ON FILE FOR THAT DATE"
                               TO REJECT-REASON
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF ENTRY-IS-VALID
               IF TAX-RATE-COUNT >= 500
                   AND MAINT-TARGET-IDX = ZERO
                   MOVE "N" TO VALID-ENTRY-SWITCH
                   MOVE "TAX RATE TABLE IS FULL" TO REJECT-REASON
               END-IF
           END-IF
           IF ENTRY-IS-VALID
               PERFORM 416-VALIDATE-RATE-COMPONENTS
           END-IF.

      * ---------------------------------
      * EACH AUTHORITY NEEDS A KNOWN TYPE, AN AGENCY ID AND A
      * RATE, AND THE AUTHORITY RATES MUST ADD UP TO THE RATE
      * ---------------------------------
       416-VALIDATE-RATE-COMPONENTS.
           MOVE ZERO TO RATE-COMP-TOTAL
           IF MAINT-COMP-COUNT-X IS NOT NUMERIC
               OR MAINT-COMP-COUNT-9 > 4
               MOVE "N" TO VALID-ENTRY-SWITCH
               MOVE "NUMBER OF AUTHORITIES MUST BE 0 TO 4"
                   TO REJECT-REASON
           ELSE
               PERFORM VARYING MAINT-COMP-IDX FROM 1 BY 1
                   UNTIL MAINT-COMP-IDX > MAINT-COMP-COUNT-9
                       OR NOT ENTRY-IS-VALID
                   IF NOT MAINT-AUTH-TYPE-VALID (MAINT-COMP-IDX)
                       MOVE "N" TO VALID-ENTRY-SWITCH
                       MOVE "AUTHORITY TYPE MUST BE S, C, M OR D"
                           TO REJECT-REASON
                   ELSE
                       IF MAINT-AUTH-ID (MAINT-COMP-IDX) = SPACES
                           MOVE "N" TO VALID-ENTRY-SWITCH
                           MOVE "AUTHORITY AGENCY ID IS REQUIRED"
                               TO REJECT-REASON
                       ELSE
                           IF MAINT-COMP-RATE-X (MAINT-COMP-IDX)
                               IS NOT NUMERIC
                               MOVE "N" TO VALID-ENTRY-SWITCH
                               MOVE "AUTHORITY RATE MUST BE FIVE DIGITS"
                                   TO REJECT-REASON
                           ELSE
                               ADD MAINT-COMP-RATE-9 (MAINT-COMP-IDX)
                                   TO RATE-COMP-TOTAL
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF ENTRY-IS-VALID
                   AND MAINT-COMP-COUNT-9 > ZERO
                   AND RATE-COMP-TOTAL NOT = MAINT-RATE
                   MOVE "N" TO VALID-ENTRY-SWITCH
                   MOVE "AUTHORITY RATES DO NOT ADD UP TO THE RATE"
                       TO REJECT-REASON
               END-IF
           END-IF.

      * ---------------------------------
      * PUT THE ENTERED SPLIT ON THE RATE TABLE ENTRY AT
      * TXR-IDX, CLEARING ANY SLOTS IT DOES NOT USE
      * ---------------------------------
       417-MOVE-COMPONENTS-TO-TABLE.
           MOVE MAINT-COMP-COUNT-9 TO TXR-COMP-COUNT (TXR-IDX)
           PERFORM VARYING MAINT-COMP-IDX FROM 1 BY 1
               UNTIL MAINT-COMP-IDX > 4
               IF MAINT-COMP-IDX > MAINT-COMP-COUNT-9
                   MOVE SPACE TO TXR-AUTH-TYPE (TXR-IDX, MAINT-COMP-IDX)
                   MOVE SPACES TO TXR-AUTH-ID (TXR-IDX, MAINT-COMP-IDX)
                   MOVE ZERO TO TXR-COMP-RATE (TXR-IDX, MAINT-COMP-IDX)
               ELSE
                   MOVE MAINT-AUTH-TYPE (MAINT-COMP-IDX)
                       TO TXR-AUTH-TYPE (TXR-IDX, MAINT-COMP-IDX)
                   MOVE MAINT-AUTH-ID (MAINT-COMP-IDX)
                       TO TXR-AUTH-ID (TXR-IDX, MAINT-COMP-IDX)
                   MOVE MAINT-COMP-RATE-9 (MAINT-COMP-IDX)
                       TO TXR-COMP-RATE (TXR-IDX, MAINT-COMP-IDX)
               END-IF
           END-PERFORM.

       418-AUDIT-RATE-COMPONENTS.
           PERFORM VARYING MAINT-COMP-IDX FROM 1 BY 1
               UNTIL MAINT-COMP-IDX > MAINT-COMP-COUNT-9
               MOVE "TAX RATE AUTHORITY SPLIT" TO AUDIT-CALC-TYPE
               MOVE MAINT-COMP-RATE-9 (MAINT-COMP-IDX)
                   TO EDITED-TAX-RATE-LOG
               MOVE SPACES TO AUDIT-DETAIL
               STRING "JUR=" DELIMITED BY SIZE
                   MAINT-JURISDICTION DELIMITED BY SIZE
                   " CAT=" DELIMITED BY SIZE
                   MAINT-CATEGORY DELIMITED BY SIZE
                   " EFF=" DELIMITED BY SIZE
                   MAINT-EFFECTIVE-DATE DELIMITED BY SIZE
                   " AUTH=" DELIMITED BY SIZE
                   MAINT-AUTH-TYPE (MAINT-COMP-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MAINT-AUTH-ID (MAINT-COMP-IDX) DELIMITED BY SIZE
                   " RATE=" DELIMITED BY SIZE
                   EDITED-TAX-RATE-LOG DELIMITED BY SIZE
                   INTO AUDIT-DETAIL
               END-STRING
               PERFORM 960-WRITE-AUDIT-RECORD
           END-PERFORM.

      * ---------------------------------
      * END-DATE THE OPEN RATE WITH THE LATEST EFFECTIVE DATE
      * ON OR BEFORE THE REQUESTED END DATE FOR THE COMBINATION
                   TO TXRATE-EFFECTIVE-DATE
               MOVE TXR-RATE (RATE-SCAN-IDX) TO TXRATE-RATE
               MOVE TXR-END-DATE (RATE-SCAN-IDX) TO TXRATE-END-DATE
               PERFORM VARYING AUTH-SLOT-IDX FROM 1 BY 1
                   UNTIL AUTH-SLOT-IDX > 4
                   MOVE TXR-AUTH-TYPE (RATE-SCAN-IDX, AUTH-SLOT-IDX)
                       TO TXRATE-AUTH-TYPE (AUTH-SLOT-IDX)
                   MOVE TXR-AUTH-ID (RATE-SCAN-IDX, AUTH-SLOT-IDX)
                       TO TXRATE-AUTH-ID (AUTH-SLOT-IDX)
                   MOVE TXR-COMP-RATE (RATE-SCAN-IDX, AUTH-SLOT-IDX)
                       TO TXRATE-COMP-RATE (AUTH-SLOT-IDX)
               END-PERFORM
               WRITE TAX-RATE-RECORD
           END-PERFORM
           CLOSE TAX-RATE-FILE.
                           MOVE "Y" TO COMBO-SEEN-SWITCH
                       END-IF
                   END-PERFORM
                   IF NOT COMBO-ALREADY-SEEN
                       PERFORM 455-CHECK-COMBO-COVERAGE
                   END-IF
               END-PERFORM
           END-IF.

       455-CHECK-COMBO-COVERAGE.
           MOVE "N" TO COMBO-COVERED-SWITCH
           PERFORM VARYING RATE-SCAN-IDX FROM 1 BY 1
               UNTIL RATE-SCAN-IDX > TAX-RATE-COUNT
               IF TXR-JURISDICTION (RATE-SCAN-IDX) =
                   TXR-JURISDICTION (TAX-RATE-TABLE-IDX)
                   AND TXR-CATEGORY-CODE (RATE-SCAN-IDX) =
                       TXR-CATEGORY-CODE (TAX-RATE-TABLE-IDX)
                   AND TXR-EFFECTIVE-DATE (RATE-SCAN-IDX) <=
                       RATE-HORIZON-DATE
                   AND (TXR-END-DATE (RATE-SCAN-IDX) = ZERO
                       OR TXR-END-DATE (RATE-SCAN-IDX) >=
                           RATE-HORIZON-DATE)
                   MOVE "Y" TO COMBO-COVERED-SWITCH
               END-IF
           END-PERFORM
           IF NOT COMBO-IS-COVERED
               DISPLAY "WARNING: NO TAX RATE EFFECTIVE WITHIN 30 "
                   "DAYS FOR " TXR-JURISDICTION (TAX-RATE-TABLE-IDX)
                   " CATEGORY " TXR-CATEGORY-CODE (TAX-RATE-TABLE-IDX)
           END-IF.

      * ---------------------------------
      * RETROACTIVE RATE CORRECTION
      * A LATE-ANNOUNCED RATE, OR A RATE KEYED WRONG, IS
      * RECORDED BACKDATED WITH ITS REASON.  EVERY LIVE SALE ON
      * THE SALES LEDGER FOR THE JURISDICTION AND CATEGORY
      * POSTED IN THE CORRECTION WINDOW IS RE-RATED AT THE RATE
      * THE CORRECTED TABLE GIVES FOR ITS POSTING DATE.  THE
      * RATE TABLE, LEDGER, REPORT AND TAX GL ADJUSTMENTS ARE
      * ONLY WRITTEN WHEN THE SUPERVISOR CONFIRMS - ON A
      * CANCEL THE RATE TABLE IS RELOADED FROM THE FILE
      * ---------------------------------
       460-CORRECT-TAX-RATE.
           MOVE ZERO TO MAINT-RATE
           MOVE ZERO TO MAINT-END-DATE
           DISPLAY "RETROACTIVE RATE CORRECTION.".
           DISPLAY "ENTER JURISDICTION.".
           ACCEPT MAINT-JURISDICTION
           DISPLAY "ENTER TAX CATEGORY (E, S, OR L).".
           ACCEPT MAINT-CATEGORY
           DISPLAY "ENTER DATE THE CORRECT RATE TOOK EFFECT "
               "(YYYYMMDD).".
           ACCEPT MAINT-EFFECTIVE-DATE
           DISPLAY "ENTER CORRECT RATE AS FIVE DIGITS NVNNNN "
               "(00825 MEANS 0.0825).".
           ACCEPT MAINT-RATE-X
           PERFORM 411-ENTER-RATE-COMPONENTS
           DISPLAY "ENTER LAST DATE THE RATE APPLIES (YYYYMMDD), "
               "OR BLANK IF STILL IN FORCE.".
           ACCEPT RERATE-END-X
           DISPLAY "ENTER REASON FOR THE CORRECTION.".
           ACCEPT RERATE-REASON
           MOVE "Y" TO RATE-CORRECTION-SWITCH
           PERFORM 415-VALIDATE-RATE-ENTRY
           MOVE "N" TO RATE-CORRECTION-SWITCH
           IF ENTRY-IS-VALID
               PERFORM 462-VALIDATE-CORRECTION-ENTRY
           END-IF
           IF ENTRY-IS-VALID
               PERFORM 461-LOAD-SALES-LEDGER-TABLE
               IF SLED-TABLE-OVERFLOW
                   MOVE "N" TO VALID-ENTRY-SWITCH
                   MOVE "SALES LEDGER HAS OVER 9999 RECORDS"
                       TO REJECT-REASON
               END-IF
           END-IF
           IF ENTRY-IS-VALID
               PERFORM 463-APPLY-RATE-CORRECTION
               PERFORM 464-RERATE-POSTED-SALES
               IF RERATE-TABLE-OVERFLOW
                   PERFORM 005-LOAD-TAX-RATE-TABLE
                   MOVE "N" TO VALID-ENTRY-SWITCH
                   MOVE "OVER 500 BATCH/STORE GROUPS TO RE-RATE"
                       TO REJECT-REASON
               END-IF
           END-IF
           IF NOT ENTRY-IS-VALID
               DISPLAY "REJECTED: " REJECT-REASON
               MOVE "TAX RATE CORRECTION" TO EXCEPTION-SOURCE
               MOVE MAINT-RATE TO EDITED-TAX-RATE-LOG
               MOVE SPACES TO EXCEPTION-VALUE-DISPLAY
               MOVE EDITED-TAX-RATE-LOG TO EXCEPTION-VALUE-DISPLAY
               PERFORM 950-LOG-EXCEPTION-RECORD
           ELSE
               MOVE RERATE-OLD-RATE TO EDITED-RERATE-OLD-RATE
               MOVE MAINT-RATE TO EDITED-TAX-RATE-LOG
               MOVE RERATE-TOTAL-OLD TO EDITED-RERATE-OLD
               MOVE RERATE-TOTAL-NEW TO EDITED-RERATE-NEW
               MOVE RERATE-TOTAL-DIFF TO EDITED-RERATE-DIFF
               DISPLAY "RATE " EDITED-RERATE-OLD-RATE " CORRECTED TO "
                   EDITED-TAX-RATE-LOG " FROM " MAINT-EFFECTIVE-DATE
               DISPLAY "SALES RE-RATED: " RERATE-SALE-COUNT
                   " CHANGED: " RERATE-CHANGED-COUNT
                   " NO RATE: " RERATE-NO-RATE-COUNT
               DISPLAY "OLD TAX: " EDITED-RERATE-OLD
                   " NEW TAX: " EDITED-RERATE-NEW
                   " DIFFERENCE: " EDITED-RERATE-DIFF
               DISPLAY "POST THIS CORRECTION (Y/N)?"
               ACCEPT RERATE-CONFIRM
               IF RERATE-CONFIRM = "Y"
                   PERFORM 430-REWRITE-TAX-RATE-FILE
                   IF RERATE-CHANGED-COUNT > ZERO
                       PERFORM 465-REWRITE-SALES-LEDGER
                   END-IF
                   PERFORM 466-WRITE-RERATE-REPORT
                   PERFORM 467-WRITE-RERATE-ADJUSTMENTS
                   MOVE "TAX RATE CORRECTION" TO AUDIT-CALC-TYPE
                   MOVE SPACES TO AUDIT-DETAIL
                   STRING "JUR=" DELIMITED BY SIZE
                       MAINT-JURISDICTION DELIMITED BY SIZE
                       " CAT=" DELIMITED BY SIZE
                       MAINT-CATEGORY DELIMITED BY SIZE
                       " EFF=" DELIMITED BY SIZE
                       MAINT-EFFECTIVE-DATE DELIMITED BY SIZE
                       " OLD=" DELIMITED BY SIZE
                       EDITED-RERATE-OLD-RATE DELIMITED BY SIZE
                       " NEW=" DELIMITED BY SIZE
                       EDITED-TAX-RATE-LOG DELIMITED BY SIZE
                       " SALES=" DELIMITED BY SIZE
                       RERATE-CHANGED-COUNT DELIMITED BY SIZE
                       " DIFF=" DELIMITED BY SIZE
                       EDITED-RERATE-DIFF DELIMITED BY SIZE
                       INTO AUDIT-DETAIL
                   END-STRING
                   PERFORM 960-WRITE-AUDIT-RECORD
                   MOVE SPACES TO AUDIT-DETAIL
                   STRING "ENDS=" DELIMITED BY SIZE
                       MAINT-END-DATE DELIMITED BY SIZE
                       " REASON=" DELIMITED BY SIZE
                       RERATE-REASON DELIMITED BY SIZE
                       INTO AUDIT-DETAIL
                   END-STRING
                   PERFORM 960-WRITE-AUDIT-RECORD
                   PERFORM 418-AUDIT-RATE-COMPONENTS
                   DISPLAY "RATE CORRECTED - " RERATE-ADJUST-COUNT
                       " TAX GL ADJUSTMENT(S) WRITTEN, REPORT IN "
                       "RERATRPT.DAT."
               ELSE
                   PERFORM 005-LOAD-TAX-RATE-TABLE
                   DISPLAY "CORRECTION CANCELLED - NOTHING CHANGED."
               END-IF
           END-IF.

      * ---------------------------------
      * LOAD THE WHOLE SALES LEDGER - A LEDGER TOO BIG FOR THE
      * TABLE IS REFUSED, SINCE THE REWRITE WOULD DROP SALES
      * ---------------------------------
       461-LOAD-SALES-LEDGER-TABLE.
           MOVE ZERO TO SLED-TABLE-COUNT
           MOVE "N" TO SLED-OVFL-SWITCH
           MOVE "N" TO SLED-EOF-SWITCH
           OPEN INPUT SALES-LEDGER-FILE
           IF SALES-LEDGER-STATUS NOT = "35"
               READ SALES-LEDGER-FILE
                   AT END MOVE "Y" TO SLED-EOF-SWITCH
               END-READ
               PERFORM UNTIL SLED-FILE-EOF
                   IF SLED-TABLE-COUNT < 9999
                       ADD 1 TO SLED-TABLE-COUNT
                       SET SLT-IDX TO SLED-TABLE-COUNT
                       MOVE SALES-LEDGER-RECORD
                           TO SLED-TABLE-ENTRY (SLT-IDX)
                   ELSE
                       MOVE "Y" TO SLED-OVFL-SWITCH
                   END-IF
                   READ SALES-LEDGER-FILE
                       AT END MOVE "Y" TO SLED-EOF-SWITCH
                   END-READ
               END-PERFORM
               CLOSE SALES-LEDGER-FILE
           END-IF.

      * ---------------------------------
      * CHECKS BEYOND THE ORDINARY RATE ENTRY: A REASON, AN
      * OPTIONAL LAST DATE NOT BEFORE THE EFFECTIVE DATE, AND
      * A RATE THAT ACTUALLY CHANGES WHAT IS ON FILE
      * ---------------------------------
       462-VALIDATE-CORRECTION-ENTRY.
           IF RERATE-REASON = SPACES
               MOVE "N" TO VALID-ENTRY-SWITCH
               MOVE "CORRECTION REASON IS REQUIRED" TO REJECT-REASON
           END-IF
           IF ENTRY-IS-VALID
               AND RERATE-END-X NOT = SPACES
               MOVE RERATE-END-X TO DATE-UNDER-VALIDATION
               PERFORM 440-VALIDATE-DATE
               IF ENTRY-IS-VALID
                   MOVE RERATE-END-9 TO MAINT-END-DATE
                   IF MAINT-END-DATE < MAINT-EFFECTIVE-DATE
                       MOVE "N" TO VALID-ENTRY-SWITCH
                       MOVE "LAST DATE IS BEFORE THE EFFECTIVE DATE"
                           TO REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF ENTRY-IS-VALID
               AND MAINT-TARGET-IDX NOT = ZERO
               IF TXR-RATE (MAINT-TARGET-IDX) = MAINT-RATE
                   MOVE "N" TO VALID-ENTRY-SWITCH
                   MOVE "CORRECTED RATE MATCHES THE RATE ON FILE"
                       TO REJECT-REASON
               END-IF
           END-IF.

      * ---------------------------------
      * NOTE THE RATE THAT WAS IN FORCE ON THE EFFECTIVE DATE
      * AND ITS AUTHORITY COMPONENTS, THEN CORRECT THE RATE ON
      * FILE FOR THAT DATE OR ADD ONE
      * ---------------------------------
       463-APPLY-RATE-CORRECTION.
           MOVE MAINT-JURISDICTION TO CURRENT-JURISDICTION
           MOVE MAINT-CATEGORY TO SALES-TAX-CATEGORY-CODE
           MOVE WS-RUN-DATE TO SAVED-RUN-DATE
           MOVE MAINT-EFFECTIVE-DATE TO WS-RUN-DATE
           PERFORM 015-LOOKUP-SALES-TAX-RATE
           MOVE SAVED-RUN-DATE TO WS-RUN-DATE
           MOVE SALES-TAX-RATE TO RERATE-OLD-RATE
           MOVE ZERO TO RERATE-OLD-COMP-COUNT
           IF RATE-BEST-IDX NOT = ZERO
               IF TXR-COMP-COUNT (RATE-BEST-IDX) = ZERO
                   MOVE 1 TO RERATE-OLD-COMP-COUNT
                   MOVE "J" TO ROC-AUTH-TYPE (1)
                   MOVE MAINT-JURISDICTION TO ROC-AUTH-ID (1)
                   MOVE SALES-TAX-RATE TO ROC-COMP-RATE (1)
               ELSE
                   MOVE TXR-COMP-COUNT (RATE-BEST-IDX)
                       TO RERATE-OLD-COMP-COUNT
                   PERFORM VARYING AUTH-SLOT-IDX FROM 1 BY 1
                       UNTIL AUTH-SLOT-IDX > 4
                       MOVE TXR-COMPONENT (RATE-BEST-IDX, AUTH-SLOT-IDX)
                           TO RERATE-OLD-COMPONENT (AUTH-SLOT-IDX)
                   END-PERFORM
               END-IF
           END-IF
           IF MAINT-TARGET-IDX = ZERO
               ADD 1 TO TAX-RATE-COUNT
               MOVE TAX-RATE-COUNT TO MAINT-TARGET-IDX
               MOVE MAINT-JURISDICTION
                   TO TXR-JURISDICTION (MAINT-TARGET-IDX)
               MOVE MAINT-CATEGORY
                   TO TXR-CATEGORY-CODE (MAINT-TARGET-IDX)
               MOVE MAINT-EFFECTIVE-DATE
                   TO TXR-EFFECTIVE-DATE (MAINT-TARGET-IDX)
               MOVE ZERO TO TXR-END-DATE (MAINT-TARGET-IDX)
           END-IF
           MOVE MAINT-RATE TO TXR-RATE (MAINT-TARGET-IDX)
           SET TXR-IDX TO MAINT-TARGET-IDX
           PERFORM 417-MOVE-COMPONENTS-TO-TABLE
           IF MAINT-END-DATE NOT = ZERO
               MOVE MAINT-END-DATE TO TXR-END-DATE (MAINT-TARGET-IDX)
           END-IF.

      * ---------------------------------
      * RE-RATE THE LEDGER IN THE TABLE.  EACH SALE IS LOOKED
      * UP AT ITS OWN POSTING DATE, SO A LATER RATE ALREADY ON
      * FILE STILL GOVERNS THE SALES POSTED UNDER IT
      * ---------------------------------
       464-RERATE-POSTED-SALES.
           MOVE ZERO TO RERATE-SALE-COUNT
           MOVE ZERO TO RERATE-CHANGED-COUNT
           MOVE ZERO TO RERATE-NO-RATE-COUNT
           MOVE ZERO TO RERATE-TOTAL-OLD
           MOVE ZERO TO RERATE-TOTAL-NEW
           MOVE ZERO TO RERATE-TOTAL-DIFF
           MOVE ZERO TO RERATE-ENTRY-COUNT
           MOVE "N" TO RERATE-OVFL-SWITCH
           MOVE MAINT-JURISDICTION TO CURRENT-JURISDICTION
           MOVE MAINT-CATEGORY TO SALES-TAX-CATEGORY-CODE
           MOVE WS-RUN-DATE TO SAVED-RUN-DATE
           PERFORM VARYING SLED-TABLE-IDX FROM 1 BY 1
               UNTIL SLED-TABLE-IDX > SLED-TABLE-COUNT
               SET SLT-IDX TO SLED-TABLE-IDX
               MOVE SLED-TABLE-ENTRY (SLT-IDX)
                   TO SALES-LEDGER-WORK-RECORD
               IF SLW-JURISDICTION = MAINT-JURISDICTION
                   AND SLW-CATEGORY = MAINT-CATEGORY
                   AND SLW-POSTED-DATE >= MAINT-EFFECTIVE-DATE
                   AND (MAINT-END-DATE = ZERO
                       OR SLW-POSTED-DATE <= MAINT-END-DATE)
                   AND NOT SLW-BATCH-REVERSED
                   PERFORM 468-RERATE-ONE-SALE
               END-IF
           END-PERFORM
           MOVE SAVED-RUN-DATE TO WS-RUN-DATE
           COMPUTE RERATE-TOTAL-DIFF =
               RERATE-TOTAL-NEW - RERATE-TOTAL-OLD.

       468-RERATE-ONE-SALE.
           MOVE SLW-POSTED-DATE TO WS-RUN-DATE
           PERFORM 015-LOOKUP-SALES-TAX-RATE
           IF NOT RATE-WAS-FOUND
               ADD 1 TO RERATE-NO-RATE-COUNT
           ELSE
               ADD 1 TO RERATE-SALE-COUNT
               COMPUTE RERATE-NEW-TAX ROUNDED =
                   SLW-SALES-AMOUNT * SALES-TAX-RATE
               PERFORM 469-ADD-RERATE-ENTRY
               ADD SLW-TAX-AMOUNT TO RERATE-TOTAL-OLD
               ADD RERATE-NEW-TAX TO RERATE-TOTAL-NEW
               IF RERATE-NEW-TAX NOT = SLW-TAX-AMOUNT
                   ADD 1 TO RERATE-CHANGED-COUNT
                   MOVE RERATE-NEW-TAX TO SLW-TAX-AMOUNT
                   MOVE SALES-TAX-RATE TO SLW-TAX-RATE
                   MOVE SALES-LEDGER-WORK-RECORD
                       TO SLED-TABLE-ENTRY (SLT-IDX)
               END-IF
           END-IF.

      * ---------------------------------
      * ACCUMULATE THE SALE INTO ITS BATCH AND STORE GROUP,
      * ADDING THE GROUP ON FIRST SIGHT
      * ---------------------------------
       469-ADD-RERATE-ENTRY.
           MOVE "N" TO RERATE-FOUND-SWITCH
           PERFORM VARYING RERATE-ENTRY-IDX FROM 1 BY 1
               UNTIL RERATE-ENTRY-IDX > RERATE-ENTRY-COUNT
               SET RRT-IDX TO RERATE-ENTRY-IDX
               IF RRT-BATCH-NUMBER (RRT-IDX) = SLW-BATCH-NUMBER
                   AND RRT-STORE-ID (RRT-IDX) = SLW-STORE-ID
                   MOVE "Y" TO RERATE-FOUND-SWITCH
                   ADD 1 TO RRT-SALE-COUNT (RRT-IDX)
                   ADD SLW-TAX-AMOUNT TO RRT-OLD-TAX (RRT-IDX)
                   ADD RERATE-NEW-TAX TO RRT-NEW-TAX (RRT-IDX)
                   IF RATE-BEST-IDX = MAINT-TARGET-IDX
                       ADD SLW-SALES-AMOUNT TO RRT-SALES (RRT-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF NOT RERATE-ENTRY-FOUND
               IF RERATE-ENTRY-COUNT < 500
                   ADD 1 TO RERATE-ENTRY-COUNT
                   SET RRT-IDX TO RERATE-ENTRY-COUNT
                   MOVE SLW-BATCH-NUMBER TO RRT-BATCH-NUMBER (RRT-IDX)
                   MOVE SLW-STORE-ID TO RRT-STORE-ID (RRT-IDX)
                   MOVE 1 TO RRT-SALE-COUNT (RRT-IDX)
                   MOVE SLW-TAX-AMOUNT TO RRT-OLD-TAX (RRT-IDX)
                   MOVE RERATE-NEW-TAX TO RRT-NEW-TAX (RRT-IDX)
                   MOVE ZERO TO RRT-SALES (RRT-IDX)
                   IF RATE-BEST-IDX = MAINT-TARGET-IDX
                       MOVE SLW-SALES-AMOUNT TO RRT-SALES (RRT-IDX)
                   END-IF
               ELSE
                   MOVE "Y" TO RERATE-OVFL-SWITCH
               END-IF
           END-IF.

       465-REWRITE-SALES-LEDGER.
           OPEN OUTPUT SALES-LEDGER-FILE
           PERFORM VARYING SLED-TABLE-IDX FROM 1 BY 1
               UNTIL SLED-TABLE-IDX > SLED-TABLE-COUNT
               SET SLT-IDX TO SLED-TABLE-IDX
               MOVE SLED-TABLE-ENTRY (SLT-IDX) TO SALES-LEDGER-RECORD
               WRITE SALES-LEDGER-RECORD
           END-PERFORM
           CLOSE SALES-LEDGER-FILE.

      * ---------------------------------
      * THE RE-RATING REPORT - ONE LINE PER BATCH AND STORE
      * WITH THE TAX AS CHARGED, THE TAX AT THE CORRECTED RATE
      * AND THE DIFFERENCE
      * ---------------------------------
       466-WRITE-RERATE-REPORT.
           OPEN OUTPUT RERATE-REPORT-FILE
           MOVE SPACES TO RERATE-REPORT-RECORD
           STRING "RETROACTIVE TAX RATE CORRECTION RUN "
                   DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " OP=" DELIMITED BY SIZE
               OPERATOR-ID DELIMITED BY SIZE
               INTO RERATE-REPORT-RECORD
           END-STRING
           WRITE RERATE-REPORT-RECORD
           MOVE SPACES TO RERATE-REPORT-RECORD
           STRING "JUR=" DELIMITED BY SIZE
               MAINT-JURISDICTION DELIMITED BY SIZE
               " CAT=" DELIMITED BY SIZE
               MAINT-CATEGORY DELIMITED BY SIZE
               " EFFECTIVE=" DELIMITED BY SIZE
               MAINT-EFFECTIVE-DATE DELIMITED BY SIZE
               " LAST DATE=" DELIMITED BY SIZE
               MAINT-END-DATE DELIMITED BY SIZE
               " OLD RATE=" DELIMITED BY SIZE
               EDITED-RERATE-OLD-RATE DELIMITED BY SIZE
               " NEW RATE=" DELIMITED BY SIZE
               EDITED-TAX-RATE-LOG DELIMITED BY SIZE
               INTO RERATE-REPORT-RECORD
           END-STRING
           WRITE RERATE-REPORT-RECORD
           MOVE SPACES TO RERATE-REPORT-RECORD
           STRING "REASON: " DELIMITED BY SIZE
               RERATE-REASON DELIMITED BY SIZE
               INTO RERATE-REPORT-RECORD
           END-STRING
           WRITE RERATE-REPORT-RECORD
           PERFORM VARYING RERATE-ENTRY-IDX FROM 1 BY 1
               UNTIL RERATE-ENTRY-IDX > RERATE-ENTRY-COUNT
               SET RRT-IDX TO RERATE-ENTRY-IDX
               MOVE RRT-OLD-TAX (RRT-IDX) TO EDITED-RERATE-OLD
               MOVE RRT-NEW-TAX (RRT-IDX) TO EDITED-RERATE-NEW
               COMPUTE RERATE-BATCH-DIFF =
                   RRT-NEW-TAX (RRT-IDX) - RRT-OLD-TAX (RRT-IDX)
               MOVE RERATE-BATCH-DIFF TO EDITED-RERATE-DIFF
               MOVE SPACES TO RERATE-REPORT-RECORD
               STRING "BATCH=" DELIMITED BY SIZE
                   RRT-BATCH-NUMBER (RRT-IDX) DELIMITED BY SIZE
                   " STORE=" DELIMITED BY SIZE
                   RRT-STORE-ID (RRT-IDX) DELIMITED BY SIZE
                   " SALES=" DELIMITED BY SIZE
                   RRT-SALE-COUNT (RRT-IDX) DELIMITED BY SIZE
                   " OLD TAX=" DELIMITED BY SIZE
                   EDITED-RERATE-OLD DELIMITED BY SIZE
                   " NEW TAX=" DELIMITED BY SIZE
                   EDITED-RERATE-NEW DELIMITED BY SIZE
                   " DIFF=" DELIMITED BY SIZE
                   EDITED-RERATE-DIFF DELIMITED BY SIZE
                   INTO RERATE-REPORT-RECORD
               END-STRING
               WRITE RERATE-REPORT-RECORD
           END-PERFORM
           MOVE RERATE-TOTAL-OLD TO EDITED-RERATE-OLD
           MOVE RERATE-TOTAL-NEW TO EDITED-RERATE-NEW
           MOVE RERATE-TOTAL-DIFF TO EDITED-RERATE-DIFF
           MOVE SPACES TO RERATE-REPORT-RECORD
           STRING "SALES RE-RATED: " DELIMITED BY SIZE
               RERATE-SALE-COUNT DELIMITED BY SIZE
               "  CHANGED: " DELIMITED BY SIZE
               RERATE-CHANGED-COUNT DELIMITED BY SIZE
               "  NO RATE FOR POSTING DATE: " DELIMITED BY SIZE
               RERATE-NO-RATE-COUNT DELIMITED BY SIZE
               INTO RERATE-REPORT-RECORD
           END-STRING
           WRITE RERATE-REPORT-RECORD
           MOVE SPACES TO RERATE-REPORT-RECORD
           STRING "TOTAL OLD TAX=" DELIMITED BY SIZE
               EDITED-RERATE-OLD DELIMITED BY SIZE
               " NEW TAX=" DELIMITED BY SIZE
               EDITED-RERATE-NEW DELIMITED BY SIZE
               " DIFF=" DELIMITED BY SIZE
               EDITED-RERATE-DIFF DELIMITED BY SIZE
               INTO RERATE-REPORT-RECORD
           END-STRING
           WRITE RERATE-REPORT-RECORD
           CLOSE RERATE-REPORT-FILE.

      * ---------------------------------
      * ONE ADJUSTMENT RECORD PER BATCH WITH A NET DIFFERENCE,
      * DATED TODAY SO IT FILES IN THE OPEN PERIOD EVEN WHEN
      * THE ORIGINAL COLLECTION IS ALREADY REMITTED.  IT
      * CARRIES NO SALES - THE SALES WERE ALREADY EXTRACTED
      * ---------------------------------
       467-WRITE-RERATE-ADJUSTMENTS.
           MOVE "TAX RATE CORRECTION" TO JRNL-SOURCE-DESC
           PERFORM 750-START-GL-JOURNAL
           MOVE ZERO TO RERATE-ADJUST-COUNT
           OPEN EXTEND TAX-GL-EXTRACT-FILE
           IF TAX-GL-EXTRACT-STATUS = "35"
               OPEN OUTPUT TAX-GL-EXTRACT-FILE
           END-IF
           PERFORM VARYING RERATE-ENTRY-IDX FROM 1 BY 1
               UNTIL RERATE-ENTRY-IDX > RERATE-ENTRY-COUNT
               SET RRT-IDX TO RERATE-ENTRY-IDX
               MOVE "N" TO RERATE-SEEN-SWITCH
               PERFORM VARYING RERATE-SCAN-IDX FROM 1 BY 1
                   UNTIL RERATE-SCAN-IDX >= RERATE-ENTRY-IDX
                   IF RRT-BATCH-NUMBER (RERATE-SCAN-IDX) =
                       RRT-BATCH-NUMBER (RRT-IDX)
                       MOVE "Y" TO RERATE-SEEN-SWITCH
                   END-IF
               END-PERFORM
               IF NOT RERATE-BATCH-SEEN
                   MOVE ZERO TO RERATE-BATCH-DIFF
                   MOVE ZERO TO RERATE-BATCH-SALES
                   PERFORM VARYING RERATE-SCAN-IDX
                       FROM RERATE-ENTRY-IDX BY 1
                       UNTIL RERATE-SCAN-IDX > RERATE-ENTRY-COUNT
                       IF RRT-BATCH-NUMBER (RERATE-SCAN-IDX) =
                           RRT-BATCH-NUMBER (RRT-IDX)
                           COMPUTE RERATE-BATCH-DIFF =
                               RERATE-BATCH-DIFF
                               + RRT-NEW-TAX (RERATE-SCAN-IDX)
                               - RRT-OLD-TAX (RERATE-SCAN-IDX)
                           ADD RRT-SALES (RERATE-SCAN-IDX)
                               TO RERATE-BATCH-SALES
                       END-IF
                   END-PERFORM
                   IF RERATE-BATCH-DIFF NOT = ZERO
                       MOVE MAINT-CATEGORY TO TAXGL-CATEGORY
                       MOVE WS-RUN-DATE TO TAXGL-RUN-DATE
                       MOVE RRT-BATCH-NUMBER (RRT-IDX)
                           TO TAXGL-BATCH-NUMBER
                       MOVE MAINT-JURISDICTION TO TAXGL-JURISDICTION
                       MOVE ZERO TO TAXGL-GROSS-SALES
                       MOVE RERATE-BATCH-DIFF TO TAXGL-TAX-COLLECTED
                       MOVE "N" TO TAXGL-REMIT-FLAG
                       MOVE ZERO TO TAXGL-REMIT-DATE
                       MOVE "A" TO TAXGL-ENTRY-TYPE
                       PERFORM 470-SPLIT-RATE-ADJUSTMENT
                       WRITE TAX-GL-EXTRACT-RECORD
                       ADD 1 TO RERATE-ADJUST-COUNT
                       MOVE RERATE-BATCH-DIFF TO EDITED-RERATE-DIFF
                       MOVE "TAX RATE ADJUSTMENT" TO AUDIT-CALC-TYPE
                       MOVE SPACES TO AUDIT-DETAIL
                       STRING "BATCH=" DELIMITED BY SIZE
                           RRT-BATCH-NUMBER (RRT-IDX)
                               DELIMITED BY SIZE
                           " JUR=" DELIMITED BY SIZE
                           MAINT-JURISDICTION DELIMITED BY SIZE
                           " CAT=" DELIMITED BY SIZE
                           MAINT-CATEGORY DELIMITED BY SIZE
                           " ADJ=" DELIMITED BY SIZE
                           EDITED-RERATE-DIFF DELIMITED BY SIZE
                           INTO AUDIT-DETAIL
                       END-STRING
                       PERFORM 960-WRITE-AUDIT-RECORD
                   END-IF
               END-IF
           END-PERFORM
           CLOSE TAX-GL-EXTRACT-FILE
           PERFORM VARYING RERATE-ENTRY-IDX FROM 1 BY 1
               UNTIL RERATE-ENTRY-IDX > RERATE-ENTRY-COUNT
               SET RRT-IDX TO RERATE-ENTRY-IDX
               PERFORM 759-JOURNAL-RATE-ADJUSTMENT
           END-PERFORM
           PERFORM 765-RELEASE-GL-JOURNAL.

      * ---------------------------------
      * SPLIT A BATCH'S ADJUSTMENT AMONG THE AUTHORITIES ON THE
      * OLD AND THE CORRECTED RATE.  EACH AUTHORITY'S SHARE IS
      * THE CHANGE IN ITS OWN COMPONENT RATE ON THE BATCH'S
      * SALES UNDER THE CORRECTED RATE, SO AN AUTHORITY WHOSE
      * COMPONENT DID NOT CHANGE GETS NOTHING.  THE LAST
      * AUTHORITY TAKES THE ROUNDING SO THE SPLIT ADDS UP TO
      * THE ADJUSTMENT.  MORE THAN FOUR AUTHORITIES BETWEEN THE
      * TWO RATES POSTS THE ADJUSTMENT UNSPLIT
      * ---------------------------------
       470-SPLIT-RATE-ADJUSTMENT.
           PERFORM VARYING AUTH-SLOT-IDX FROM 1 BY 1
               UNTIL AUTH-SLOT-IDX > 4
               MOVE SPACE TO TAXGL-AUTH-TYPE (AUTH-SLOT-IDX)
               MOVE SPACES TO TAXGL-AUTH-ID (AUTH-SLOT-IDX)
               MOVE ZERO TO TAXGL-AUTH-TAX (AUTH-SLOT-IDX)
               MOVE ZERO TO RERATE-SPLIT-TAX (AUTH-SLOT-IDX)
           END-PERFORM
           MOVE ZERO TO AUTH-TAX-COUNT
           MOVE ZERO TO AUTH-TAX-RUNNING
           MOVE "N" TO RERATE-SPLIT-OVFL-SWITCH
           IF TXR-COMP-COUNT (MAINT-TARGET-IDX) = ZERO
               MOVE "J" TO RERATE-SPLIT-TYPE
               MOVE MAINT-JURISDICTION TO RERATE-SPLIT-ID
               COMPUTE RERATE-SPLIT-AMOUNT =
                   RERATE-BATCH-SALES * MAINT-RATE
               PERFORM 471-ADD-SPLIT-AUTHORITY
           ELSE
               PERFORM VARYING AUTH-TAX-IDX FROM 1 BY 1
                   UNTIL AUTH-TAX-IDX >
                       TXR-COMP-COUNT (MAINT-TARGET-IDX)
                   MOVE TXR-AUTH-TYPE (MAINT-TARGET-IDX, AUTH-TAX-IDX)
                       TO RERATE-SPLIT-TYPE
                   MOVE TXR-AUTH-ID (MAINT-TARGET-IDX, AUTH-TAX-IDX)
                       TO RERATE-SPLIT-ID
                   COMPUTE RERATE-SPLIT-AMOUNT =
                       RERATE-BATCH-SALES * TXR-COMP-RATE
                           (MAINT-TARGET-IDX, AUTH-TAX-IDX)
                   PERFORM 471-ADD-SPLIT-AUTHORITY
               END-PERFORM
           END-IF
           PERFORM VARYING AUTH-TAX-IDX FROM 1 BY 1
               UNTIL AUTH-TAX-IDX > RERATE-OLD-COMP-COUNT
               MOVE ROC-AUTH-TYPE (AUTH-TAX-IDX) TO RERATE-SPLIT-TYPE
               MOVE ROC-AUTH-ID (AUTH-TAX-IDX) TO RERATE-SPLIT-ID
               COMPUTE RERATE-SPLIT-AMOUNT = ZERO -
                   RERATE-BATCH-SALES * ROC-COMP-RATE (AUTH-TAX-IDX)
               PERFORM 471-ADD-SPLIT-AUTHORITY
           END-PERFORM
           IF RERATE-SPLIT-OVERFLOW
               OR AUTH-TAX-COUNT = ZERO
               PERFORM VARYING AUTH-SLOT-IDX FROM 1 BY 1
                   UNTIL AUTH-SLOT-IDX > 4
                   MOVE SPACE TO TAXGL-AUTH-TYPE (AUTH-SLOT-IDX)
                   MOVE SPACES TO TAXGL-AUTH-ID (AUTH-SLOT-IDX)
               END-PERFORM
               MOVE "J" TO TAXGL-AUTH-TYPE (1)
               MOVE MAINT-JURISDICTION TO TAXGL-AUTH-ID (1)
               MOVE RERATE-BATCH-DIFF TO TAXGL-AUTH-TAX (1)
           ELSE
               PERFORM VARYING AUTH-SLOT-IDX FROM 1 BY 1
                   UNTIL AUTH-SLOT-IDX > AUTH-TAX-COUNT
                   IF AUTH-SLOT-IDX < AUTH-TAX-COUNT
                       COMPUTE TAXGL-AUTH-TAX (AUTH-SLOT-IDX) ROUNDED =
                           RERATE-SPLIT-TAX (AUTH-SLOT-IDX)
                       ADD TAXGL-AUTH-TAX (AUTH-SLOT-IDX)
                           TO AUTH-TAX-RUNNING
                   ELSE
                       COMPUTE TAXGL-AUTH-TAX (AUTH-SLOT-IDX) =
                           TAXGL-TAX-COLLECTED - AUTH-TAX-RUNNING
                   END-IF
               END-PERFORM
           END-IF.

      * ---------------------------------
      * ADD ONE AUTHORITY'S SHARE TO ITS SLOT, OPENING A SLOT
      * THE FIRST TIME THE AUTHORITY IS SEEN
      * ---------------------------------
       471-ADD-SPLIT-AUTHORITY.
           MOVE "N" TO AUTH-SLOT-FOUND-SWITCH
           PERFORM VARYING AUTH-SLOT-IDX FROM 1 BY 1
               UNTIL AUTH-SLOT-IDX > AUTH-TAX-COUNT
                   OR AUTH-SLOT-WAS-FOUND
               IF TAXGL-AUTH-TYPE (AUTH-SLOT-IDX) = RERATE-SPLIT-TYPE
                   AND TAXGL-AUTH-ID (AUTH-SLOT-IDX) = RERATE-SPLIT-ID
                   MOVE "Y" TO AUTH-SLOT-FOUND-SWITCH
                   ADD RERATE-SPLIT-AMOUNT
                       TO RERATE-SPLIT-TAX (AUTH-SLOT-IDX)
               END-IF
           END-PERFORM
           IF NOT AUTH-SLOT-WAS-FOUND
               IF AUTH-TAX-COUNT < 4
                   ADD 1 TO AUTH-TAX-COUNT
                   MOVE RERATE-SPLIT-TYPE
                       TO TAXGL-AUTH-TYPE (AUTH-TAX-COUNT)
                   MOVE RERATE-SPLIT-ID
                       TO TAXGL-AUTH-ID (AUTH-TAX-COUNT)
                   MOVE RERATE-SPLIT-AMOUNT
                       TO RERATE-SPLIT-TAX (AUTH-TAX-COUNT)
               ELSE
                   MOVE "Y" TO RERATE-SPLIT-OVFL-SWITCH
               END-IF
           END-IF.

      * =================================
               " CAT=" EXCP-PARSE-CATEGORY
               " JUR=" EXCP-PARSE-JURISDICTION
               " SHIFT=" EXCP-PARSE-SHIFT
               " CERT=" EXCP-PARSE-CERT-NUMBER
           DISPLAY "ENTER CORRECTED AMOUNT AS SEVEN DIGITS "
               "NNNNNVNN (BLANK TO KEEP)."
           ACCEPT CORRECT-AMOUNT-X
               MOVE CORRECT-CATEGORY TO SALES-TAX-CATEGORY-CODE
               PERFORM 112-VALIDATE-TAX-CATEGORY-CODE
           END-IF
           MOVE SPACES TO CORRECT-CERT-NUMBER
           IF ENTRY-IS-VALID
               AND CORRECT-CATEGORY = "E"
               DISPLAY "ENTER CORRECTED CERTIFICATE NUMBER "
                   "(BLANK TO KEEP)."
               ACCEPT CORRECT-CERT-NUMBER
               IF CORRECT-CERT-NUMBER = SPACES
                   MOVE EXCP-PARSE-CERT-NUMBER TO CORRECT-CERT-NUMBER
               END-IF
               IF CORRECT-CERT-NUMBER = SPACES
                   MOVE "N" TO VALID-ENTRY-SWITCH
                   MOVE "EXEMPT SALE NEEDS A CERTIFICATE NUMBER"
                       TO REJECT-REASON
               END-IF
           END-IF
           IF ENTRY-IS-VALID
               MOVE "R" TO EXCP-PARSE-STATUS
               MOVE OPERATOR-ID TO EXCP-PARSE-RESOLVED-BY
                   CORRECT-CATEGORY DELIMITED BY SIZE
                   " JUR=" DELIMITED BY SIZE
                   EXCP-PARSE-JURISDICTION DELIMITED BY SIZE
                   " CERT=" DELIMITED BY SIZE
                   CORRECT-CERT-NUMBER DELIMITED BY SIZE
                   " QUEUED FOR RESUBMISSION" DELIMITED BY SIZE
                   INTO AUDIT-DETAIL
               END-STRING
           MOVE CORRECT-CATEGORY TO RESUB-TAX-CATEGORY
           MOVE EXCP-PARSE-JURISDICTION TO RESUB-JURISDICTION
           MOVE EXCP-PARSE-STORE-ID TO RESUB-STORE-ID
           MOVE CORRECT-CERT-NUMBER TO RESUB-CERT-NUMBER
           WRITE RESUBMIT-RECORD
           CLOSE RESUBMIT-FILE.

           CLOSE AUDIT-LOG-FILE
           OPEN EXTEND AUDIT-LOG-FILE.

      * =================================
      * GL ACCOUNT MAPPING MAINTENANCE
      * MAPS THE FV ACCOUNTS, THE TAX LIABILITY OF EACH
      * JURISDICTION AND CATEGORY, AND EACH STORE'S RECEIVABLE
      * AND SALES ACCOUNTS TO CHART-OF-ACCOUNTS NUMBERS AND
      * COST CENTERS FOR THE GL JOURNAL.  THE TABLE IS HELD IN
      * STORAGE AND THE FILE REWRITTEN AFTER EACH CHANGE, THE
      * SAME WAY THE RATE TABLE IS
      * =================================
       740-MAINTAIN-GL-MAPPING.
           IF GLMAP-TABLE-OVERFLOW
               DISPLAY "GL MAPPING FILE HOLDS MORE MAPPINGS THAN THE "
                   "TABLE - MAINTENANCE REFUSED TO AVOID LOSING "
                   "MAPPINGS."
           ELSE
               PERFORM 741-GL-MAP-MAINT-MENU
           END-IF.

       741-GL-MAP-MAINT-MENU.
           DISPLAY "-----------------------------------------------".
           DISPLAY "GL ACCOUNT MAPPING.".
           DISPLAY "1 - ADD OR CHANGE A MAPPING.".
           DISPLAY "2 - DELETE A MAPPING.".
           DISPLAY "3 - LIST MAPPINGS.".
           DISPLAY "0 - RETURN TO MAIN MENU.".
           ACCEPT GL-MAP-MAINT-CHOICE.

           EVALUATE GL-MAP-MAINT-CHOICE
               WHEN 1
                   PERFORM 742-ENTER-GL-MAPPING
               WHEN 2
                   PERFORM 743-DELETE-GL-MAPPING
               WHEN 3
                   PERFORM 744-LIST-GL-MAPPINGS
               WHEN OTHER
                   DISPLAY "NO GL MAPPING MAINTENANCE SELECTED."
           END-EVALUATE.

       742-ENTER-GL-MAPPING.
           PERFORM 747-ACCEPT-GL-MAP-KEY
           IF ENTRY-IS-VALID
               PERFORM 751-FIND-GL-MAP-ENTRY
               IF GLMAP-ENTRY-FOUND
                   MOVE "CHG" TO GLMAP-ACTION
                   DISPLAY "CURRENT: DR " GMT-DEBIT-ACCOUNT (GMT-IDX)
                       "/" GMT-DEBIT-COST-CTR (GMT-IDX)
                       " CR " GMT-CREDIT-ACCOUNT (GMT-IDX)
                       "/" GMT-CREDIT-COST-CTR (GMT-IDX)
                       " " GMT-DESCRIPTION (GMT-IDX)
                   DISPLAY "BLANK ENTRIES KEEP THE CURRENT VALUE."
               ELSE
                   MOVE "ADD" TO GLMAP-ACTION
               END-IF
               MOVE SPACES TO MAINT-GL-DEBIT-ACCOUNT
               MOVE SPACES TO MAINT-GL-DEBIT-COST-CTR
               IF MAINT-GL-TYPE NOT = "T"
                   DISPLAY "ENTER DEBIT ACCOUNT NUMBER."
                   ACCEPT MAINT-GL-DEBIT-ACCOUNT
                   DISPLAY "ENTER DEBIT COST CENTER."
                   ACCEPT MAINT-GL-DEBIT-COST-CTR
               END-IF
               DISPLAY "ENTER CREDIT ACCOUNT NUMBER."
               ACCEPT MAINT-GL-CREDIT-ACCOUNT
               DISPLAY "ENTER CREDIT COST CENTER."
               ACCEPT MAINT-GL-CREDIT-COST-CTR
               DISPLAY "ENTER DESCRIPTION."
               ACCEPT MAINT-GL-DESCRIPTION
               IF GLMAP-ENTRY-FOUND
                   IF MAINT-GL-DEBIT-ACCOUNT = SPACES
                       MOVE GMT-DEBIT-ACCOUNT (GMT-IDX)
                           TO MAINT-GL-DEBIT-ACCOUNT
                   END-IF
                   IF MAINT-GL-DEBIT-COST-CTR = SPACES
                       MOVE GMT-DEBIT-COST-CTR (GMT-IDX)
                           TO MAINT-GL-DEBIT-COST-CTR
                   END-IF
                   IF MAINT-GL-CREDIT-ACCOUNT = SPACES
                       MOVE GMT-CREDIT-ACCOUNT (GMT-IDX)
                           TO MAINT-GL-CREDIT-ACCOUNT
                   END-IF
                   IF MAINT-GL-CREDIT-COST-CTR = SPACES
                       MOVE GMT-CREDIT-COST-CTR (GMT-IDX)
                           TO MAINT-GL-CREDIT-COST-CTR
                   END-IF
                   IF MAINT-GL-DESCRIPTION = SPACES
                       MOVE GMT-DESCRIPTION (GMT-IDX)
                           TO MAINT-GL-DESCRIPTION
                   END-IF
               END-IF
               PERFORM 745-VALIDATE-GL-MAP-ENTRY
           END-IF
           IF NOT ENTRY-IS-VALID
               DISPLAY "REJECTED: " REJECT-REASON
           ELSE
               IF NOT GLMAP-ENTRY-FOUND
                   ADD 1 TO GLMAP-COUNT
                   SET GMT-IDX TO GLMAP-COUNT
                   MOVE MAINT-GL-TYPE TO GMT-MAP-TYPE (GMT-IDX)
                   MOVE MAINT-GL-KEY TO GMT-MAP-KEY (GMT-IDX)
               END-IF
               MOVE MAINT-GL-DEBIT-ACCOUNT
                   TO GMT-DEBIT-ACCOUNT (GMT-IDX)
               MOVE MAINT-GL-DEBIT-COST-CTR
                   TO GMT-DEBIT-COST-CTR (GMT-IDX)
               MOVE MAINT-GL-CREDIT-ACCOUNT
                   TO GMT-CREDIT-ACCOUNT (GMT-IDX)
               MOVE MAINT-GL-CREDIT-COST-CTR
                   TO GMT-CREDIT-COST-CTR (GMT-IDX)
               MOVE MAINT-GL-DESCRIPTION TO GMT-DESCRIPTION (GMT-IDX)
               PERFORM 746-REWRITE-GL-MAP-FILE
               PERFORM 748-AUDIT-GL-MAPPING
               DISPLAY "GL MAPPING SAVED."
           END-IF.

       743-DELETE-GL-MAPPING.
           PERFORM 747-ACCEPT-GL-MAP-KEY
           IF ENTRY-IS-VALID
               PERFORM 751-FIND-GL-MAP-ENTRY
               IF NOT GLMAP-ENTRY-FOUND
                   MOVE "N" TO VALID-ENTRY-SWITCH
                   MOVE "NO SUCH MAPPING ON FILE" TO REJECT-REASON
               END-IF
           END-IF
           IF NOT ENTRY-IS-VALID
               DISPLAY "REJECTED: " REJECT-REASON
           ELSE
               DISPLAY "MAPPING: DR " GMT-DEBIT-ACCOUNT (GMT-IDX)
                   "/" GMT-DEBIT-COST-CTR (GMT-IDX)
                   " CR " GMT-CREDIT-ACCOUNT (GMT-IDX)
                   "/" GMT-CREDIT-COST-CTR (GMT-IDX)
                   " " GMT-DESCRIPTION (GMT-IDX)
               DISPLAY "DELETE THIS MAPPING (Y/N)?"
               ACCEPT GLMAP-CONFIRM
               IF GLMAP-CONFIRM = "Y"
                   MOVE "DEL" TO GLMAP-ACTION
                   MOVE GMT-DEBIT-ACCOUNT (GMT-IDX)
                       TO MAINT-GL-DEBIT-ACCOUNT
                   MOVE GMT-DEBIT-COST-CTR (GMT-IDX)
                       TO MAINT-GL-DEBIT-COST-CTR
                   MOVE GMT-CREDIT-ACCOUNT (GMT-IDX)
                       TO MAINT-GL-CREDIT-ACCOUNT
                   MOVE GMT-CREDIT-COST-CTR (GMT-IDX)
                       TO MAINT-GL-CREDIT-COST-CTR
                   SET GLMAP-IDX TO GMT-IDX
                   PERFORM VARYING GLMAP-IDX FROM GLMAP-IDX BY 1
                       UNTIL GLMAP-IDX >= GLMAP-COUNT
                       MOVE GLMAP-TABLE-ENTRY (GLMAP-IDX + 1)
                           TO GLMAP-TABLE-ENTRY (GLMAP-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM GLMAP-COUNT
                   PERFORM 746-REWRITE-GL-MAP-FILE
                   PERFORM 748-AUDIT-GL-MAPPING
                   DISPLAY "GL MAPPING DELETED."
               ELSE
                   DISPLAY "DELETE CANCELLED - NOTHING CHANGED."
               END-IF
           END-IF.

       744-LIST-GL-MAPPINGS.
           DISPLAY "-----------------------------------------------"
           DISPLAY "T KEY         DEBIT             CREDIT"
           PERFORM VARYING GLMAP-IDX FROM 1 BY 1
               UNTIL GLMAP-IDX > GLMAP-COUNT
               SET GMT-IDX TO GLMAP-IDX
               DISPLAY GMT-MAP-TYPE (GMT-IDX) " "
                   GMT-MAP-KEY (GMT-IDX) " "
                   GMT-DEBIT-ACCOUNT (GMT-IDX) "/"
                   GMT-DEBIT-COST-CTR (GMT-IDX) " "
                   GMT-CREDIT-ACCOUNT (GMT-IDX) "/"
                   GMT-CREDIT-COST-CTR (GMT-IDX) " "
                   GMT-DESCRIPTION (GMT-IDX)
           END-PERFORM
           DISPLAY "MAPPINGS ON FILE: " GLMAP-COUNT.

       745-VALIDATE-GL-MAP-ENTRY.
           IF MAINT-GL-CREDIT-ACCOUNT = SPACES
               MOVE "N" TO VALID-ENTRY-SWITCH
               MOVE "CREDIT ACCOUNT IS REQUIRED" TO REJECT-REASON
           END-IF
           IF MAINT-GL-TYPE NOT = "T"
               AND MAINT-GL-DEBIT-ACCOUNT = SPACES
               MOVE "N" TO VALID-ENTRY-SWITCH
               MOVE "DEBIT ACCOUNT IS REQUIRED" TO REJECT-REASON
           END-IF
           IF NOT GLMAP-ENTRY-FOUND
               AND GLMAP-COUNT NOT < 500
               MOVE "N" TO VALID-ENTRY-SWITCH
               MOVE "GL MAPPING TABLE IS FULL" TO REJECT-REASON
           END-IF.

       746-REWRITE-GL-MAP-FILE.
           OPEN OUTPUT GL-MAP-FILE
           PERFORM VARYING GLMAP-IDX FROM 1 BY 1
               UNTIL GLMAP-IDX > GLMAP-COUNT
               MOVE GLMAP-TABLE-ENTRY (GLMAP-IDX) TO GL-MAP-RECORD
               WRITE GL-MAP-RECORD
           END-PERFORM
           CLOSE GL-MAP-FILE.

      * ---------------------------------
      * TYPE AND KEY OF THE MAPPING TO MAINTAIN - A TAX
      * LIABILITY IS KEYED BY JURISDICTION AND CATEGORY
      * ---------------------------------
       747-ACCEPT-GL-MAP-KEY.
           MOVE "Y" TO VALID-ENTRY-SWITCH
           MOVE SPACES TO REJECT-REASON
           MOVE SPACES TO MAINT-GL-KEY
           DISPLAY "ENTER MAPPING TYPE: F = FV ACCOUNT, "
               "T = TAX LIABILITY, S = STORE."
           ACCEPT MAINT-GL-TYPE
           EVALUATE MAINT-GL-TYPE
               WHEN "F"
                   DISPLAY "ENTER FV ACCOUNT NUMBER, OR * FOR THE "
                       "DEFAULT."
                   ACCEPT MAINT-GL-KEY
               WHEN "S"
                   DISPLAY "ENTER STORE ID, OR * FOR THE DEFAULT."
                   ACCEPT MAINT-GL-KEY
               WHEN "T"
                   DISPLAY "ENTER JURISDICTION, OR * FOR THE DEFAULT."
                   ACCEPT MAINT-GL-KEY-JUR
                   IF MAINT-GL-KEY-JUR NOT = "*"
                       DISPLAY "ENTER TAX CATEGORY (E, S OR L)."
                       ACCEPT MAINT-GL-KEY-CAT
                       IF MAINT-GL-KEY-CAT NOT = "E"
                           AND MAINT-GL-KEY-CAT NOT = "S"
                           AND MAINT-GL-KEY-CAT NOT = "L"
                           MOVE "N" TO VALID-ENTRY-SWITCH
                           MOVE "TAX CATEGORY MUST BE E, S OR L"
                               TO REJECT-REASON
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "N" TO VALID-ENTRY-SWITCH
                   MOVE "MAPPING TYPE MUST BE F, T OR S"
                       TO REJECT-REASON
           END-EVALUATE
           IF ENTRY-IS-VALID
               AND MAINT-GL-KEY = SPACES
               MOVE "N" TO VALID-ENTRY-SWITCH
               MOVE "MAPPING KEY IS REQUIRED" TO REJECT-REASON
           END-IF
           MOVE MAINT-GL-TYPE TO GLMAP-SEARCH-TYPE
           MOVE MAINT-GL-KEY TO GLMAP-SEARCH-KEY.

       748-AUDIT-GL-MAPPING.
           MOVE "GL MAPPING" TO AUDIT-CALC-TYPE
           MOVE SPACES TO AUDIT-DETAIL
           STRING GLMAP-ACTION DELIMITED BY SIZE
               " TYPE=" DELIMITED BY SIZE
               MAINT-GL-TYPE DELIMITED BY SIZE
               " KEY=" DELIMITED BY SIZE
               MAINT-GL-KEY DELIMITED BY SIZE
               " DR=" DELIMITED BY SIZE
               MAINT-GL-DEBIT-ACCOUNT DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               MAINT-GL-DEBIT-COST-CTR DELIMITED BY SIZE
               " CR=" DELIMITED BY SIZE
               MAINT-GL-CREDIT-ACCOUNT DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               MAINT-GL-CREDIT-COST-CTR DELIMITED BY SIZE
               INTO AUDIT-DETAIL
           END-STRING
           PERFORM 960-WRITE-AUDIT-RECORD.

      * =================================
      * GL JOURNAL
      * EACH POSTING RUN BUILDS ITS DEBIT AND CREDIT LINES IN
      * STORAGE, THEN RELEASES THEM TO THE JOURNAL FILE UNDER
      * ONE JOURNAL ID ONLY IF DEBITS EQUAL CREDITS.  AN AMOUNT
      * WITH NO MAPPING GOES TO THE EXCEPTION LOG, AND THE REST
      * OF ITS ENTRY (THE BATCH, ACCOUNT OR ADJUSTMENT IT
      * BELONGS TO) IS WITHHELD WITH IT SO THE JOURNAL STAYS
      * IN BALANCE
      * =================================
       750-START-GL-JOURNAL.
           MOVE ZERO TO JRNL-LINE-COUNT
           MOVE ZERO TO JRNL-UNMAPPED-COUNT
           MOVE ZERO TO JRNL-WITHHELD-COUNT
           MOVE "N" TO JRNL-OVFL-SWITCH
           MOVE "N" TO JRNL-UNMAPPED-SWITCH.

       751-FIND-GL-MAP-ENTRY.
           MOVE "N" TO GLMAP-FOUND-SWITCH
           PERFORM VARYING GLMAP-IDX FROM 1 BY 1
               UNTIL GLMAP-IDX > GLMAP-COUNT
                   OR GLMAP-ENTRY-FOUND
               IF GMT-MAP-TYPE (GLMAP-IDX) = GLMAP-SEARCH-TYPE
                   AND GMT-MAP-KEY (GLMAP-IDX) = GLMAP-SEARCH-KEY
                   MOVE "Y" TO GLMAP-FOUND-SWITCH
                   SET GMT-IDX TO GLMAP-IDX
               END-IF
           END-PERFORM.

      * ---------------------------------
      * THE EXACT KEY FIRST, THEN THE TYPE'S "*" DEFAULT
      * ---------------------------------
       752-LOOKUP-GL-MAPPING.
           PERFORM 751-FIND-GL-MAP-ENTRY
           IF NOT GLMAP-ENTRY-FOUND
               MOVE "*" TO GLMAP-SEARCH-KEY
               PERFORM 751-FIND-GL-MAP-ENTRY
           END-IF.

       753-ADD-JOURNAL-LINE.
           IF JRNL-LINE-AMOUNT NOT = ZERO
               IF JRNL-LINE-COUNT < 2000
                   ADD 1 TO JRNL-LINE-COUNT
                   SET JRL-IDX TO JRNL-LINE-COUNT
                   MOVE JRNL-SOURCE TO JRL-SOURCE (JRL-IDX)
                   MOVE JRNL-SOURCE-REF TO JRL-SOURCE-REF (JRL-IDX)
                   MOVE JRNL-LINE-ACCOUNT TO JRL-ACCOUNT (JRL-IDX)
                   MOVE JRNL-LINE-COST-CTR TO JRL-COST-CTR (JRL-IDX)
                   MOVE JRNL-LINE-AMOUNT TO JRL-AMOUNT (JRL-IDX)
                   MOVE JRNL-LINE-DESC TO JRL-DESCRIPTION (JRL-IDX)
               ELSE
                   MOVE "Y" TO JRNL-OVFL-SWITCH
               END-IF
           END-IF.

       754-LOG-UNMAPPED-AMOUNT.
           IF JRNL-LINE-AMOUNT NOT = ZERO
               MOVE "Y" TO JRNL-UNMAPPED-SWITCH
               ADD 1 TO JRNL-UNMAPPED-COUNT
               IF JRNL-SOURCE = "FV"
                   ADD 1 TO FV-REJECT-COUNT
               ELSE
                   ADD 1 TO SALES-REJECT-COUNT
               END-IF
               MOVE "GL JOURNAL" TO EXCEPTION-SOURCE
               MOVE JRNL-LINE-AMOUNT TO EDITED-JRNL-AMOUNT
               MOVE EDITED-JRNL-AMOUNT TO EXCEPTION-VALUE-DISPLAY
               MOVE SPACES TO REJECT-REASON
               STRING "NO GL MAPPING FOR " DELIMITED BY SIZE
                   JRNL-UNMAPPED-TEXT DELIMITED BY SIZE
                   INTO REJECT-REASON
               END-STRING
               PERFORM 950-LOG-EXCEPTION-RECORD
           END-IF.

       755-BEGIN-JOURNAL-UNIT.
           MOVE JRNL-LINE-COUNT TO JRNL-UNIT-START
           MOVE "N" TO JRNL-UNMAPPED-SWITCH.

       756-END-JOURNAL-UNIT.
           IF JRNL-UNIT-UNMAPPED
               MOVE JRNL-UNIT-START TO JRNL-LINE-COUNT
               ADD 1 TO JRNL-WITHHELD-COUNT
               MOVE "GL JOURNAL" TO EXCEPTION-SOURCE
               MOVE SPACES TO EXCEPTION-VALUE-DISPLAY
               MOVE JRNL-SOURCE-REF TO EXCEPTION-VALUE-DISPLAY
               MOVE "ENTRY WITHHELD FROM JOURNAL - UNMAPPED AMOUNT"
                   TO REJECT-REASON
               PERFORM 950-LOG-EXCEPTION-RECORD
           END-IF.

      * ---------------------------------
      * AN ACCEPTED BATCH: DEBIT EACH STORE'S RECEIVABLE WITH
      * ITS NET SALES PLUS TAX, CREDIT ITS SALES WITH THE NET
      * SALES, AND CREDIT THE TAX LIABILITY OF EACH
      * JURISDICTION AND CATEGORY WITH THE TAX
      * ---------------------------------
       757-JOURNAL-SALES-BATCH.
           MOVE "SB" TO JRNL-SOURCE
           MOVE CURRENT-BATCH-NUMBER TO JRNL-SOURCE-REF
           PERFORM 755-BEGIN-JOURNAL-UNIT
           PERFORM VARYING STORE-TABLE-IDX FROM 1 BY 1
               UNTIL STORE-TABLE-IDX > STORE-TOTAL-COUNT
               SET STO-IDX TO STORE-TABLE-IDX
               MOVE "S" TO GLMAP-SEARCH-TYPE
               MOVE SPACES TO GLMAP-SEARCH-KEY
               MOVE STO-TOT-ID (STO-IDX) TO GLMAP-SEARCH-KEY
               PERFORM 752-LOOKUP-GL-MAPPING
               COMPUTE JRNL-LINE-AMOUNT =
                   STO-TOT-SALES (STO-IDX) + STO-TOT-TAX (STO-IDX)
               IF GLMAP-ENTRY-FOUND
                   MOVE GMT-DEBIT-ACCOUNT (GMT-IDX)
                       TO JRNL-LINE-ACCOUNT
                   MOVE GMT-DEBIT-COST-CTR (GMT-IDX)
                       TO JRNL-LINE-COST-CTR
                   MOVE SPACES TO JRNL-LINE-DESC
                   STRING "STORE " DELIMITED BY SIZE
                       STO-TOT-ID (STO-IDX) DELIMITED BY SIZE
                       " RECEIVABLE" DELIMITED BY SIZE
                       INTO JRNL-LINE-DESC
                   END-STRING
                   PERFORM 753-ADD-JOURNAL-LINE
                   COMPUTE JRNL-LINE-AMOUNT =
                       ZERO - STO-TOT-SALES (STO-IDX)
                   MOVE GMT-CREDIT-ACCOUNT (GMT-IDX)
                       TO JRNL-LINE-ACCOUNT
                   MOVE GMT-CREDIT-COST-CTR (GMT-IDX)
                       TO JRNL-LINE-COST-CTR
                   MOVE SPACES TO JRNL-LINE-DESC
                   STRING "STORE " DELIMITED BY SIZE
                       STO-TOT-ID (STO-IDX) DELIMITED BY SIZE
                       " SALES" DELIMITED BY SIZE
                       INTO JRNL-LINE-DESC
                   END-STRING
                   PERFORM 753-ADD-JOURNAL-LINE
               ELSE
                   MOVE SPACES TO JRNL-UNMAPPED-TEXT
                   STRING "STORE " DELIMITED BY SIZE
                       STO-TOT-ID (STO-IDX) DELIMITED BY SIZE
                       INTO JRNL-UNMAPPED-TEXT
                   END-STRING
                   PERFORM 754-LOG-UNMAPPED-AMOUNT
               END-IF
           END-PERFORM
           PERFORM VARYING JURISDICTION-TABLE-IDX FROM 1 BY 1
               UNTIL JURISDICTION-TABLE-IDX > JURISDICTION-TOTAL-COUNT
               SET JUR-IDX TO JURISDICTION-TABLE-IDX
               PERFORM VARYING CATEGORY-TABLE-IDX FROM 1 BY 1
                   UNTIL CATEGORY-TABLE-IDX > 3
                   IF JUR-CAT-TAX (JUR-IDX, CATEGORY-TABLE-IDX)
                       NOT = ZERO
                       MOVE "T" TO GLMAP-SEARCH-TYPE
                       MOVE JUR-TOT-ID (JUR-IDX) TO GLMAP-SEARCH-JUR
                       MOVE CAT-TOT-CODE (CATEGORY-TABLE-IDX)
                           TO GLMAP-SEARCH-CAT
                       MOVE SPACES TO JRNL-LINE-DESC
                       STRING "TAX " DELIMITED BY SIZE
                           GLMAP-SEARCH-JUR DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           GLMAP-SEARCH-CAT DELIMITED BY SIZE
                           INTO JRNL-LINE-DESC
                       END-STRING
                       PERFORM 752-LOOKUP-GL-MAPPING
                       COMPUTE JRNL-LINE-AMOUNT = ZERO
                           - JUR-CAT-TAX (JUR-IDX, CATEGORY-TABLE-IDX)
                       IF GLMAP-ENTRY-FOUND
                           MOVE GMT-CREDIT-ACCOUNT (GMT-IDX)
                               TO JRNL-LINE-ACCOUNT
                           MOVE GMT-CREDIT-COST-CTR (GMT-IDX)
                               TO JRNL-LINE-COST-CTR
                           PERFORM 753-ADD-JOURNAL-LINE
                       ELSE
                           MOVE JRNL-LINE-DESC TO JRNL-UNMAPPED-TEXT
                           PERFORM 754-LOG-UNMAPPED-AMOUNT
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM 756-END-JOURNAL-UNIT.

      * ---------------------------------
      * A VALUATION: DEBIT THE ACCOUNT'S INVESTMENT ACCOUNT AND
      * CREDIT ITS OFFSET WITH THE CHANGE IN VALUE SINCE THE
      * LAST VALUATION - A FALL IN VALUE CREDITS THE INVESTMENT
      * ACCOUNT AND DEBITS THE OFFSET
      * ---------------------------------
       758-JOURNAL-FV-VALUATION.
           MOVE "FV" TO JRNL-SOURCE
           MOVE GL-ACCOUNT-ID TO JRNL-SOURCE-REF
           PERFORM 755-BEGIN-JOURNAL-UNIT
           MOVE "F" TO GLMAP-SEARCH-TYPE
           MOVE SPACES TO GLMAP-SEARCH-KEY
           MOVE GL-ACCOUNT-ID TO GLMAP-SEARCH-KEY
           PERFORM 752-LOOKUP-GL-MAPPING
           MOVE JRNL-FV-AMOUNT TO JRNL-LINE-AMOUNT
           MOVE SPACES TO JRNL-LINE-DESC
           STRING "FV ACCOUNT " DELIMITED BY SIZE
               GL-ACCOUNT-ID DELIMITED BY SIZE
               " VALUATION" DELIMITED BY SIZE
               INTO JRNL-LINE-DESC
           END-STRING
           IF GLMAP-ENTRY-FOUND
               MOVE GMT-DEBIT-ACCOUNT (GMT-IDX) TO JRNL-LINE-ACCOUNT
               MOVE GMT-DEBIT-COST-CTR (GMT-IDX) TO JRNL-LINE-COST-CTR
               PERFORM 753-ADD-JOURNAL-LINE
               COMPUTE JRNL-LINE-AMOUNT = ZERO - JRNL-FV-AMOUNT
               MOVE GMT-CREDIT-ACCOUNT (GMT-IDX) TO JRNL-LINE-ACCOUNT
               MOVE GMT-CREDIT-COST-CTR (GMT-IDX)
                   TO JRNL-LINE-COST-CTR
               PERFORM 753-ADD-JOURNAL-LINE
           ELSE
               MOVE SPACES TO JRNL-UNMAPPED-TEXT
               STRING "FV ACCOUNT " DELIMITED BY SIZE
                   GL-ACCOUNT-ID DELIMITED BY SIZE
                   INTO JRNL-UNMAPPED-TEXT
               END-STRING
               PERFORM 754-LOG-UNMAPPED-AMOUNT
           END-IF
           PERFORM 756-END-JOURNAL-UNIT.

      * ---------------------------------
      * A RATE CORRECTION'S CHANGE IN TAX FOR ONE BATCH AND
      * STORE: DEBIT THE STORE'S RECEIVABLE AND CREDIT THE
      * CORRECTED JURISDICTION AND CATEGORY'S TAX LIABILITY
      * ---------------------------------
       759-JOURNAL-RATE-ADJUSTMENT.
           MOVE "RA" TO JRNL-SOURCE
           MOVE RRT-BATCH-NUMBER (RRT-IDX) TO JRNL-SOURCE-REF
           PERFORM 755-BEGIN-JOURNAL-UNIT
           MOVE "S" TO GLMAP-SEARCH-TYPE
           MOVE SPACES TO GLMAP-SEARCH-KEY
           MOVE RRT-STORE-ID (RRT-IDX) TO GLMAP-SEARCH-KEY
           PERFORM 752-LOOKUP-GL-MAPPING
           COMPUTE JRNL-LINE-AMOUNT =
               RRT-NEW-TAX (RRT-IDX) - RRT-OLD-TAX (RRT-IDX)
           MOVE SPACES TO JRNL-LINE-DESC
           STRING "STORE " DELIMITED BY SIZE
               RRT-STORE-ID (RRT-IDX) DELIMITED BY SIZE
               " TAX ADJUSTMENT" DELIMITED BY SIZE
               INTO JRNL-LINE-DESC
           END-STRING
           IF GLMAP-ENTRY-FOUND
               MOVE GMT-DEBIT-ACCOUNT (GMT-IDX) TO JRNL-LINE-ACCOUNT
               MOVE GMT-DEBIT-COST-CTR (GMT-IDX) TO JRNL-LINE-COST-CTR
               PERFORM 753-ADD-JOURNAL-LINE
           ELSE
               MOVE SPACES TO JRNL-UNMAPPED-TEXT
               STRING "STORE " DELIMITED BY SIZE
                   RRT-STORE-ID (RRT-IDX) DELIMITED BY SIZE
                   INTO JRNL-UNMAPPED-TEXT
               END-STRING
               PERFORM 754-LOG-UNMAPPED-AMOUNT
           END-IF
           MOVE "T" TO GLMAP-SEARCH-TYPE
           MOVE MAINT-JURISDICTION TO GLMAP-SEARCH-JUR
           MOVE MAINT-CATEGORY TO GLMAP-SEARCH-CAT
           MOVE SPACES TO JRNL-LINE-DESC
           STRING "TAX " DELIMITED BY SIZE
               GLMAP-SEARCH-JUR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GLMAP-SEARCH-CAT DELIMITED BY SIZE
               " ADJUSTMENT" DELIMITED BY SIZE
               INTO JRNL-LINE-DESC
           END-STRING
           PERFORM 752-LOOKUP-GL-MAPPING
           COMPUTE JRNL-LINE-AMOUNT =
               RRT-OLD-TAX (RRT-IDX) - RRT-NEW-TAX (RRT-IDX)
           IF GLMAP-ENTRY-FOUND
               MOVE GMT-CREDIT-ACCOUNT (GMT-IDX) TO JRNL-LINE-ACCOUNT
               MOVE GMT-CREDIT-COST-CTR (GMT-IDX)
                   TO JRNL-LINE-COST-CTR
               PERFORM 753-ADD-JOURNAL-LINE
           ELSE
               MOVE SPACES TO JRNL-UNMAPPED-TEXT
               STRING "TAX " DELIMITED BY SIZE
                   MAINT-JURISDICTION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MAINT-CATEGORY DELIMITED BY SIZE
                   INTO JRNL-UNMAPPED-TEXT
               END-STRING
               PERFORM 754-LOG-UNMAPPED-AMOUNT
           END-IF
           PERFORM 756-END-JOURNAL-UNIT.

      * ---------------------------------
      * A REVERSED BATCH: EVERY JOURNAL LINE ALREADY RELEASED
      * FOR THE BATCH NUMBER (ITS POSTING, ANY RATE CORRECTION
      * ADJUSTMENTS AND ANY EARLIER REVERSAL) IS NETTED BY
      * ACCOUNT AND COST CENTER AND THE NET POSTED BACK, SO A
      * NUMBER REPOSTED AFTER A REVERSAL REVERSES CLEANLY
      * ---------------------------------
       761-JOURNAL-BATCH-REVERSAL.
           MOVE "SALES BATCH REVERSAL" TO JRNL-SOURCE-DESC
           PERFORM 750-START-GL-JOURNAL
           MOVE "RV" TO JRNL-SOURCE
           MOVE REVERSE-BATCH-X TO JRNL-SOURCE-REF
           OPEN INPUT GL-JOURNAL-FILE
           IF GL-JOURNAL-STATUS NOT = "35"
               MOVE "N" TO JRNL-EOF-SWITCH
               READ GL-JOURNAL-FILE
                   AT END MOVE "Y" TO JRNL-EOF-SWITCH
               END-READ
               PERFORM UNTIL JRNL-FILE-EOF
                   IF GLJ-SOURCE-REF = JRNL-SOURCE-REF
                       AND (GLJ-SOURCE = "SB" OR GLJ-SOURCE = "RA"
                           OR GLJ-SOURCE = "RV")
                       PERFORM 762-NET-REVERSAL-LINE
                   END-IF
                   READ GL-JOURNAL-FILE
                       AT END MOVE "Y" TO JRNL-EOF-SWITCH
                   END-READ
               END-PERFORM
               CLOSE GL-JOURNAL-FILE
           END-IF
           PERFORM 765-RELEASE-GL-JOURNAL.

       762-NET-REVERSAL-LINE.
           IF GLJ-DEBIT
               COMPUTE JRNL-LINE-AMOUNT = ZERO - GLJ-AMOUNT
           ELSE
               MOVE GLJ-AMOUNT TO JRNL-LINE-AMOUNT
           END-IF
           MOVE "N" TO JRNL-MERGE-SWITCH
           PERFORM VARYING JRNL-IDX FROM 1 BY 1
               UNTIL JRNL-IDX > JRNL-LINE-COUNT
                   OR JRNL-LINE-MERGED
               IF JRL-ACCOUNT (JRNL-IDX) = GLJ-ACCOUNT
                   AND JRL-COST-CTR (JRNL-IDX) = GLJ-COST-CENTER
                   MOVE "Y" TO JRNL-MERGE-SWITCH
                   ADD JRNL-LINE-AMOUNT TO JRL-AMOUNT (JRNL-IDX)
               END-IF
           END-PERFORM
           IF NOT JRNL-LINE-MERGED
               MOVE GLJ-ACCOUNT TO JRNL-LINE-ACCOUNT
               MOVE GLJ-COST-CENTER TO JRNL-LINE-COST-CTR
               MOVE SPACES TO JRNL-LINE-DESC
               STRING "REVERSAL OF BATCH " DELIMITED BY SIZE
                   REVERSE-BATCH-X DELIMITED BY SIZE
                   INTO JRNL-LINE-DESC
               END-STRING
               PERFORM 753-ADD-JOURNAL-LINE
           END-IF.

      * ---------------------------------
      * RELEASE THE RUN'S JOURNAL - ONLY A JOURNAL WHOSE DEBITS
      * EQUAL ITS CREDITS IS WRITTEN, AND AN OUT-OF-BALANCE ONE
      * FAILS THE RUN SO OPERATIONS HEARS OF IT
      * ---------------------------------
       765-RELEASE-GL-JOURNAL.
           MOVE ZERO TO JRNL-TOTAL-DEBITS
           MOVE ZERO TO JRNL-TOTAL-CREDITS
           PERFORM VARYING JRNL-IDX FROM 1 BY 1
               UNTIL JRNL-IDX > JRNL-LINE-COUNT
               SET JRL-IDX TO JRNL-IDX
               IF JRL-AMOUNT (JRL-IDX) > ZERO
                   ADD JRL-AMOUNT (JRL-IDX) TO JRNL-TOTAL-DEBITS
               ELSE
                   SUBTRACT JRL-AMOUNT (JRL-IDX)
                       FROM JRNL-TOTAL-CREDITS
               END-IF
           END-PERFORM
           MOVE JRNL-TOTAL-DEBITS TO EDITED-JRNL-DEBITS
           MOVE JRNL-TOTAL-CREDITS TO EDITED-JRNL-CREDITS
           IF JRNL-WITHHELD-COUNT > ZERO
               DISPLAY "WARNING: " JRNL-WITHHELD-COUNT
                   " ENTRY(S) WITHHELD FROM THE GL JOURNAL FOR "
                   "UNMAPPED AMOUNTS - SEE THE EXCEPTION LOG."
           END-IF
           EVALUATE TRUE
               WHEN JRNL-TABLE-OVERFLOW
                   MOVE "JOURNAL OVER 2000 LINES - NOT RELEASED"
                       TO REJECT-REASON
                   PERFORM 768-REFUSE-GL-JOURNAL
               WHEN JRNL-TOTAL-DEBITS NOT = JRNL-TOTAL-CREDITS
                   MOVE "DEBITS NOT EQUAL TO CREDITS - NOT RELEASED"
                       TO REJECT-REASON
                   PERFORM 768-REFUSE-GL-JOURNAL
               WHEN JRNL-TOTAL-DEBITS = ZERO
                   DISPLAY "NO GL JOURNAL LINES FOR "
                       JRNL-SOURCE-DESC "."
               WHEN OTHER
                   PERFORM 766-NEXT-JOURNAL-ID
                   PERFORM 767-WRITE-JOURNAL-LINES
                   MOVE "GL JOURNAL RELEASED" TO AUDIT-CALC-TYPE
                   MOVE SPACES TO AUDIT-DETAIL
                   STRING "ID=" DELIMITED BY SIZE
                       JRNL-ID-DATE DELIMITED BY SIZE
                       JRNL-ID-SEQ DELIMITED BY SIZE
                       " SRC=" DELIMITED BY SIZE
                       JRNL-SOURCE-DESC DELIMITED BY SIZE
                       " LINES=" DELIMITED BY SIZE
                       JRNL-WRITTEN-COUNT DELIMITED BY SIZE
                       " DR=" DELIMITED BY SIZE
                       EDITED-JRNL-DEBITS DELIMITED BY SIZE
                       " HELD=" DELIMITED BY SIZE
                       JRNL-WITHHELD-COUNT DELIMITED BY SIZE
                       INTO AUDIT-DETAIL
                   END-STRING
                   PERFORM 960-WRITE-AUDIT-RECORD
                   DISPLAY "GL JOURNAL " JRNL-ID-DATE JRNL-ID-SEQ
                       " RELEASED: " JRNL-WRITTEN-COUNT " LINES, "
                       "DEBITS = CREDITS = " EDITED-JRNL-DEBITS
           END-EVALUATE.

      * ---------------------------------
      * THE JOURNAL ID IS THE RUN DATE AND THE NEXT SEQUENCE
      * NUMBER NOT YET USED ON THE FILE FOR THAT DATE
      * ---------------------------------
       766-NEXT-JOURNAL-ID.
           MOVE WS-RUN-DATE TO JRNL-ID-DATE
           MOVE ZERO TO JRNL-ID-SEQ
           OPEN INPUT GL-JOURNAL-FILE
           IF GL-JOURNAL-STATUS NOT = "35"
               MOVE "N" TO JRNL-EOF-SWITCH
               READ GL-JOURNAL-FILE
                   AT END MOVE "Y" TO JRNL-EOF-SWITCH
               END-READ
               PERFORM UNTIL JRNL-FILE-EOF
                   IF GLJ-JOURNAL-DATE = JRNL-ID-DATE
                       AND GLJ-JOURNAL-SEQ > JRNL-ID-SEQ
                       MOVE GLJ-JOURNAL-SEQ TO JRNL-ID-SEQ
                   END-IF
                   READ GL-JOURNAL-FILE
                       AT END MOVE "Y" TO JRNL-EOF-SWITCH
                   END-READ
               END-PERFORM
               CLOSE GL-JOURNAL-FILE
           END-IF
           ADD 1 TO JRNL-ID-SEQ.

       767-WRITE-JOURNAL-LINES.
           MOVE ZERO TO JRNL-WRITTEN-COUNT
           OPEN EXTEND GL-JOURNAL-FILE
           IF GL-JOURNAL-STATUS = "35"
               OPEN OUTPUT GL-JOURNAL-FILE
           END-IF
           PERFORM VARYING JRNL-IDX FROM 1 BY 1
               UNTIL JRNL-IDX > JRNL-LINE-COUNT
               SET JRL-IDX TO JRNL-IDX
               IF JRL-AMOUNT (JRL-IDX) NOT = ZERO
                   ADD 1 TO JRNL-WRITTEN-COUNT
                   MOVE JRNL-ID-DATE TO GLJ-JOURNAL-DATE
                   MOVE JRNL-ID-SEQ TO GLJ-JOURNAL-SEQ
                   MOVE JRNL-WRITTEN-COUNT TO GLJ-LINE-NUMBER
                   MOVE JRL-SOURCE (JRL-IDX) TO GLJ-SOURCE
                   MOVE JRL-SOURCE-REF (JRL-IDX) TO GLJ-SOURCE-REF
                   MOVE JRL-ACCOUNT (JRL-IDX) TO GLJ-ACCOUNT
                   MOVE JRL-COST-CTR (JRL-IDX) TO GLJ-COST-CENTER
                   IF JRL-AMOUNT (JRL-IDX) > ZERO
                       MOVE "D" TO GLJ-DEBIT-CREDIT
                       MOVE JRL-AMOUNT (JRL-IDX) TO GLJ-AMOUNT
                   ELSE
                       MOVE "C" TO GLJ-DEBIT-CREDIT
                       COMPUTE GLJ-AMOUNT =
                           ZERO - JRL-AMOUNT (JRL-IDX)
                   END-IF
                   MOVE JRL-DESCRIPTION (JRL-IDX) TO GLJ-DESCRIPTION
                   WRITE GL-JOURNAL-RECORD
               END-IF
           END-PERFORM
           CLOSE GL-JOURNAL-FILE.

       768-REFUSE-GL-JOURNAL.
           DISPLAY "GL JOURNAL REFUSED FOR " JRNL-SOURCE-DESC ": "
               REJECT-REASON
           DISPLAY "DEBITS: " EDITED-JRNL-DEBITS
               " CREDITS: " EDITED-JRNL-CREDITS
           MOVE "Y" TO RUN-FAILURE-SWITCH
           MOVE "GL JOURNAL" TO EXCEPTION-SOURCE
           COMPUTE JRNL-LINE-AMOUNT =
               JRNL-TOTAL-DEBITS - JRNL-TOTAL-CREDITS
           MOVE JRNL-LINE-AMOUNT TO EDITED-JRNL-AMOUNT
           MOVE EDITED-JRNL-AMOUNT TO EXCEPTION-VALUE-DISPLAY
           PERFORM 950-LOG-EXCEPTION-RECORD
           MOVE "GL JOURNAL REFUSED" TO AUDIT-CALC-TYPE
           MOVE SPACES TO AUDIT-DETAIL
           STRING "SRC=" DELIMITED BY SIZE
               JRNL-SOURCE-DESC DELIMITED BY SIZE
               " LINES=" DELIMITED BY SIZE
               JRNL-LINE-COUNT DELIMITED BY SIZE
               " DR=" DELIMITED BY SIZE
               EDITED-JRNL-DEBITS DELIMITED BY SIZE
               " CR=" DELIMITED BY SIZE
               EDITED-JRNL-CREDITS DELIMITED BY SIZE
               INTO AUDIT-DETAIL
           END-STRING
           PERFORM 960-WRITE-AUDIT-RECORD.

      * =================================
      * STORE MAINTENANCE
      * VALIDATED ENTRY ONTO THE INDEXED STORE MASTER - ADD,
       800-MAINTAIN-STORES.
           OPEN I-O STORE-MASTER-FILE
           IF STORE-MASTER-STATUS = "35"
               PERFORM 802-RELOAD-STORE-MASTER
               IF STORE-MASTER-OLD-STATUS = "35"
                   OPEN OUTPUT STORE-MASTER-FILE
                   CLOSE STORE-MASTER-FILE
               END-IF
               OPEN I-O STORE-MASTER-FILE
           END-IF
           IF STORE-MASTER-STATUS NOT = "00"
           DISPLAY "2 - CHANGE STORE NAME OR JURISDICTION.".
           DISPLAY "3 - CLOSE A STORE.".
           DISPLAY "4 - REOPEN A STORE.".
           DISPLAY "5 - SET DEPOSIT OVER/SHORT TOLERANCE.".
           DISPLAY "0 - RETURN TO MAIN MENU.".
           ACCEPT STORE-MAINT-CHOICE.

               WHEN 4
                   MOVE "A" TO MAINT-STORE-STATUS
                   PERFORM 830-SET-STORE-STATUS
               WHEN 5
                   PERFORM 835-SET-DEPOSIT-TOLERANCE
               WHEN OTHER
                   DISPLAY "NO STORE MAINTENANCE SELECTED."
           END-EVALUATE.

      * ---------------------------------
      * ONE-TIME RELOAD OF THE STORE MASTER FROM THE MASTER IN
      * ITS EARLIER LAYOUT, RENAMED STOREMST.OLD BEFORE THIS
      * RUN.  EVERY STORE CARRIES OVER WITH A ZERO DEPOSIT
      * TOLERANCE UNTIL ONE IS SET
      * ---------------------------------
       802-RELOAD-STORE-MASTER.
           MOVE ZERO TO STORE-RELOAD-COUNT
           OPEN INPUT STORE-MASTER-OLD-FILE
           IF STORE-MASTER-OLD-STATUS = "35"
               CONTINUE
           ELSE
               IF STORE-MASTER-OLD-STATUS NOT = "00"
                   DISPLAY "STOREMST.OLD CANNOT BE READ - STATUS "
                       STORE-MASTER-OLD-STATUS
                       " - STORE MASTER NOT RELOADED."
               ELSE
                   OPEN OUTPUT STORE-MASTER-FILE
                   MOVE "N" TO STORE-OLD-EOF-SWITCH
                   READ STORE-MASTER-OLD-FILE
                       AT END MOVE "Y" TO STORE-OLD-EOF-SWITCH
                   END-READ
                   PERFORM UNTIL STORE-OLD-EOF
                       MOVE STO-STORE-ID TO STM-STORE-ID
                       MOVE STO-STORE-NAME TO STM-STORE-NAME
                       MOVE STO-DEFAULT-JURISDICTION
                           TO STM-DEFAULT-JURISDICTION
                       MOVE STO-STATUS TO STM-STATUS
                       MOVE ZERO TO STM-DEPOSIT-TOLERANCE
                       WRITE STORE-MASTER-RECORD
                           INVALID KEY
                               DISPLAY "DUPLICATE STORE " STO-STORE-ID
                                   " IGNORED IN MASTER RELOAD."
                           NOT INVALID KEY
                               ADD 1 TO STORE-RELOAD-COUNT
                       END-WRITE
                       READ STORE-MASTER-OLD-FILE
                           AT END MOVE "Y" TO STORE-OLD-EOF-SWITCH
                       END-READ
                   END-PERFORM
                   CLOSE STORE-MASTER-FILE
                   CLOSE STORE-MASTER-OLD-FILE
                   DISPLAY "STORE MASTER RELOADED FROM STOREMST.OLD: "
                       STORE-RELOAD-COUNT " STORES."
               END-IF
           END-IF.

       810-ADD-STORE.
           DISPLAY "ENTER STORE ID (FOUR CHARACTERS).".
           ACCEPT MAINT-STORE-ID
               MOVE MAINT-STORE-NAME TO STM-STORE-NAME
               MOVE MAINT-STORE-JUR TO STM-DEFAULT-JURISDICTION
               MOVE "A" TO STM-STATUS
               MOVE ZERO TO STM-DEPOSIT-TOLERANCE
               WRITE STORE-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "REJECTED: STORE " MAINT-STORE-ID
                   END-IF
           END-READ.

      * ---------------------------------
      * THE CASH OVER/SHORT THE DEPOSIT RECONCILIATION LETS
      * PASS FOR THE STORE BEFORE IT FLAGS THE DEPOSIT
      * ---------------------------------
       835-SET-DEPOSIT-TOLERANCE.
           DISPLAY "ENTER STORE ID (FOUR CHARACTERS).".
           ACCEPT MAINT-STORE-ID
           MOVE MAINT-STORE-ID TO STM-STORE-ID
           READ STORE-MASTER-FILE
               INVALID KEY
                   DISPLAY "REJECTED: STORE NOT ON FILE."
               NOT INVALID KEY
                   IF STM-DEPOSIT-TOLERANCE IS NOT NUMERIC
                       MOVE ZERO TO STM-DEPOSIT-TOLERANCE
                   END-IF
                   MOVE STM-DEPOSIT-TOLERANCE TO EDITED-OLD-TOLERANCE
                   DISPLAY "STORE: " STM-STORE-NAME
                       " TOLERANCE: " EDITED-OLD-TOLERANCE
                   DISPLAY "ENTER NEW TOLERANCE AS FIVE DIGITS "
                       "NNNVNN (00500 MEANS 5.00)."
                   ACCEPT MAINT-TOLERANCE-X
                   IF MAINT-TOLERANCE-X IS NOT NUMERIC
                       DISPLAY "REJECTED: TOLERANCE MUST BE FIVE "
                           "DIGITS."
                   ELSE
                       MOVE MAINT-TOLERANCE-9 TO STM-DEPOSIT-TOLERANCE
                       MOVE STM-DEPOSIT-TOLERANCE
                           TO EDITED-NEW-TOLERANCE
                       REWRITE STORE-MASTER-RECORD
                       MOVE "STORE MAINTENANCE" TO AUDIT-CALC-TYPE
                       MOVE SPACES TO AUDIT-DETAIL
                       STRING "TOLERANCE STORE=" DELIMITED BY SIZE
                           MAINT-STORE-ID DELIMITED BY SIZE
                           " OLD=" DELIMITED BY SIZE
                           EDITED-OLD-TOLERANCE DELIMITED BY SIZE
                           " NEW=" DELIMITED BY SIZE
                           EDITED-NEW-TOLERANCE DELIMITED BY SIZE
                           INTO AUDIT-DETAIL
                       END-STRING
                       PERFORM 960-WRITE-AUDIT-RECORD
                       DISPLAY "DEPOSIT TOLERANCE UPDATED."
                   END-IF
           END-READ.

      * =================================
      * FV ACCOUNT MAINTENANCE
      * ADD, CHANGE, CLOSE, HOLD AND RELEASE DIRECTLY ON THE
       860-MAINTAIN-FV-ACCOUNTS.
           OPEN I-O FV-MASTER-FILE
           IF FV-MASTER-STATUS = "35"
               PERFORM 268-RELOAD-FV-MASTER
               IF FV-MASTER-OLD-STATUS NOT = "35"
                   OPEN I-O FV-MASTER-FILE
               ELSE
                   PERFORM 262-BUILD-FV-MASTER-FROM-FLAT
                   IF FV-ACCOUNTS-STATUS NOT = "35"
                       OPEN I-O FV-MASTER-FILE
                   ELSE
                       OPEN OUTPUT FV-MASTER-FILE
                       CLOSE FV-MASTER-FILE
                       OPEN I-O FV-MASTER-FILE
                   END-IF
               END-IF
           END-IF
           IF FV-MASTER-STATUS NOT = "00"
               MOVE ZERO TO FVM-LAST-VAL-DATE
               MOVE ZERO TO FVM-LAST-VAL-RESULT
               MOVE "N" TO FVM-POSTED-FLAG
               MOVE WS-RUN-DATE TO FVM-OPEN-DATE
               MOVE ZERO TO FVM-ACTUAL-BALANCE
               MOVE ZERO TO FVM-BALANCE-DATE
               MOVE ZERO TO FVM-VAL-RUN-ID
               MOVE ZERO TO FVM-PRIOR-VAL-RESULT
               WRITE FV-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "REJECTED: ACCOUNT " MAINT-ACCT-NUMBER
                   END-IF
           END-READ.

      * =================================
      * EXEMPTION CERTIFICATE MAINTENANCE
      * ADD, CHANGE AND INQUIRY ON THE INDEXED CERTIFICATE
      * MASTER THAT THE BATCH RUN CHECKS EVERY EXEMPT SALE
      * AGAINST, PLUS THE AUDITOR'S EXEMPT SALES REPORT.  ADDS
      * AND CHANGES ARE SUPERVISOR-ONLY AND AUDITED BEFORE AND
      * AFTER THE SAME WAY FV ACCOUNT MAINTENANCE IS
      * =================================
       870-MAINTAIN-EXEMPT-CERTS.
           OPEN I-O EXEMPT-CERT-FILE
           IF EXEMPT-CERT-STATUS = "35"
               OPEN OUTPUT EXEMPT-CERT-FILE
               CLOSE EXEMPT-CERT-FILE
               OPEN I-O EXEMPT-CERT-FILE
           END-IF
           IF EXEMPT-CERT-STATUS NOT = "00"
               DISPLAY "EXEMPT-CERT-FILE NOT AVAILABLE - "
                   "RETURNING TO MENU."
           ELSE
               MOVE "Y" TO EXEMPT-CERT-OPEN-SWITCH
               PERFORM 871-EXEMPT-CERT-MENU
               CLOSE EXEMPT-CERT-FILE
               MOVE "N" TO EXEMPT-CERT-OPEN-SWITCH
           END-IF.

       871-EXEMPT-CERT-MENU.
           DISPLAY "-----------------------------------------------".
           DISPLAY "EXEMPTION CERTIFICATES.".
           DISPLAY "1 - ADD A CERTIFICATE.".
           DISPLAY "2 - CHANGE A CERTIFICATE.".
           DISPLAY "3 - INQUIRE ON A CERTIFICATE.".
           DISPLAY "4 - EXEMPT SALES AUDIT REPORT.".
           DISPLAY "0 - RETURN TO MAIN MENU.".
           ACCEPT EXEMPT-CERT-CHOICE.

           EVALUATE EXEMPT-CERT-CHOICE
               WHEN 1
                   IF OPERATOR-IS-SUPERVISOR
                       PERFORM 872-ADD-EXEMPT-CERT
                   ELSE
                       PERFORM 009-REFUSE-RESTRICTED-FUNCTION
                   END-IF
               WHEN 2
                   IF OPERATOR-IS-SUPERVISOR
                       PERFORM 873-CHANGE-EXEMPT-CERT
                   ELSE
                       PERFORM 009-REFUSE-RESTRICTED-FUNCTION
                   END-IF
               WHEN 3
                   PERFORM 874-INQUIRE-EXEMPT-CERT
               WHEN 4
                   PERFORM 890-RUN-EXEMPT-AUDIT-REPORT
               WHEN OTHER
                   DISPLAY "NO CERTIFICATE FUNCTION SELECTED."
           END-EVALUATE.

       872-ADD-EXEMPT-CERT.
           DISPLAY "ENTER CERTIFICATE NUMBER.".
           ACCEPT MAINT-CERT-NUMBER
           DISPLAY "ENTER CUSTOMER NAME.".
           ACCEPT MAINT-CERT-NAME
           DISPLAY "ENTER ISSUING JURISDICTION.".
           ACCEPT MAINT-CERT-JUR
           DISPLAY "ENTER EXEMPTION TYPE (R=RESALE, G=GOVERNMENT, "
               "N=NONPROFIT, A=AGRICULTURAL, O=OTHER).".
           ACCEPT MAINT-CERT-TYPE
           DISPLAY "ENTER EXPIRY DATE (YYYYMMDD).".
           ACCEPT MAINT-CERT-EXPIRY-X
           MOVE ZERO TO MAINT-CERT-OLD-EXPIRY
           MOVE "Y" TO VALID-ENTRY-SWITCH
           IF MAINT-CERT-NUMBER = SPACES
               OR MAINT-CERT-NAME = SPACES
               OR MAINT-CERT-JUR = SPACES
               MOVE "N" TO VALID-ENTRY-SWITCH
               MOVE "CERTIFICATE, NAME AND JURISDICTION REQUIRED"
                   TO REJECT-REASON
           END-IF
           IF ENTRY-IS-VALID
               PERFORM 875-VALIDATE-EXEMPT-CERT-FIELDS
           END-IF
           IF ENTRY-IS-VALID
               MOVE MAINT-CERT-NUMBER TO ECM-CERT-NUMBER
               MOVE MAINT-CERT-NAME TO ECM-CUSTOMER-NAME
               MOVE MAINT-CERT-JUR TO ECM-JURISDICTION
               MOVE MAINT-CERT-TYPE TO ECM-EXEMPT-TYPE
               MOVE MAINT-CERT-EXPIRY-9 TO ECM-EXPIRY-DATE
               WRITE EXEMPT-CERT-RECORD
                   INVALID KEY
                       DISPLAY "REJECTED: CERTIFICATE "
                           MAINT-CERT-NUMBER " IS ALREADY ON FILE."
                   NOT INVALID KEY
                       PERFORM 876-AUDIT-EXEMPT-CERT-VALUES
                       DISPLAY "CERTIFICATE ADDED."
               END-WRITE
           ELSE
               DISPLAY "REJECTED: " REJECT-REASON
           END-IF.

       873-CHANGE-EXEMPT-CERT.
           DISPLAY "ENTER CERTIFICATE NUMBER.".
           ACCEPT MAINT-CERT-NUMBER
           MOVE MAINT-CERT-NUMBER TO ECM-CERT-NUMBER
           READ EXEMPT-CERT-FILE
               INVALID KEY
                   DISPLAY "REJECTED: CERTIFICATE NOT ON FILE."
               NOT INVALID KEY
                   PERFORM 878-APPLY-EXEMPT-CERT-CHANGE
           END-READ.

       878-APPLY-EXEMPT-CERT-CHANGE.
           PERFORM 879-DISPLAY-EXEMPT-CERT
           DISPLAY "ENTER NEW CUSTOMER NAME (BLANK TO KEEP)."
           ACCEPT MAINT-CERT-NAME
           DISPLAY "ENTER NEW JURISDICTION (BLANK TO KEEP)."
           ACCEPT MAINT-CERT-JUR
           DISPLAY "ENTER NEW EXEMPTION TYPE (BLANK TO KEEP)."
           ACCEPT MAINT-CERT-TYPE
           DISPLAY "ENTER NEW EXPIRY DATE (YYYYMMDD, BLANK TO "
               "KEEP)."
           ACCEPT MAINT-CERT-EXPIRY-X
           IF MAINT-CERT-NAME = SPACES
               MOVE ECM-CUSTOMER-NAME TO MAINT-CERT-NAME
           END-IF
           IF MAINT-CERT-JUR = SPACES
               MOVE ECM-JURISDICTION TO MAINT-CERT-JUR
           END-IF
           IF MAINT-CERT-TYPE = SPACE
               MOVE ECM-EXEMPT-TYPE TO MAINT-CERT-TYPE
           END-IF
           IF MAINT-CERT-EXPIRY-X = SPACES
               MOVE ECM-EXPIRY-DATE TO MAINT-CERT-EXPIRY-9
           END-IF
           MOVE ECM-EXPIRY-DATE TO MAINT-CERT-OLD-EXPIRY
           MOVE "Y" TO VALID-ENTRY-SWITCH
           PERFORM 875-VALIDATE-EXEMPT-CERT-FIELDS
           IF ENTRY-IS-VALID
               PERFORM 876-AUDIT-EXEMPT-CERT-VALUES
               MOVE MAINT-CERT-NAME TO ECM-CUSTOMER-NAME
               MOVE MAINT-CERT-JUR TO ECM-JURISDICTION
               MOVE MAINT-CERT-TYPE TO ECM-EXEMPT-TYPE
               MOVE MAINT-CERT-EXPIRY-9 TO ECM-EXPIRY-DATE
               REWRITE EXEMPT-CERT-RECORD
               PERFORM 876-AUDIT-EXEMPT-CERT-VALUES
               DISPLAY "CERTIFICATE CHANGED."
           ELSE
               DISPLAY "REJECTED: " REJECT-REASON
           END-IF.

       874-INQUIRE-EXEMPT-CERT.
           DISPLAY "ENTER CERTIFICATE NUMBER.".
           ACCEPT MAINT-CERT-NUMBER
           MOVE MAINT-CERT-NUMBER TO ECM-CERT-NUMBER
           READ EXEMPT-CERT-FILE
               INVALID KEY
                   DISPLAY "CERTIFICATE NOT ON FILE."
               NOT INVALID KEY
                   PERFORM 879-DISPLAY-EXEMPT-CERT
                   IF ECM-EXPIRY-DATE < WS-RUN-DATE
                       DISPLAY "CERTIFICATE HAS EXPIRED."
                   END-IF
           END-READ.

       879-DISPLAY-EXEMPT-CERT.
           DISPLAY "CERTIFICATE " ECM-CERT-NUMBER
               " CUSTOMER: " ECM-CUSTOMER-NAME
           DISPLAY "JUR: " ECM-JURISDICTION
               " TYPE: " ECM-EXEMPT-TYPE
               " EXPIRES: " ECM-EXPIRY-DATE.

      * ---------------------------------
      * A NEW EXPIRY DATE MUST BE A REAL DATE NOT ALREADY PAST -
      * A CHANGE THAT KEEPS THE EXPIRY ON FILE IS NOT RECHECKED
      * SO AN EXPIRED CERTIFICATE CAN STILL BE CORRECTED
      * ---------------------------------
       875-VALIDATE-EXEMPT-CERT-FIELDS.
           IF MAINT-CERT-TYPE NOT = "R"
               AND MAINT-CERT-TYPE NOT = "G"
               AND MAINT-CERT-TYPE NOT = "N"
               AND MAINT-CERT-TYPE NOT = "A"
               AND MAINT-CERT-TYPE NOT = "O"
               MOVE "N" TO VALID-ENTRY-SWITCH
               MOVE "EXEMPTION TYPE MUST BE R, G, N, A OR O"
                   TO REJECT-REASON
           END-IF
           IF ENTRY-IS-VALID
               MOVE MAINT-CERT-EXPIRY-X TO DATE-UNDER-VALIDATION
               PERFORM 440-VALIDATE-DATE
           END-IF
           IF ENTRY-IS-VALID
               IF MAINT-CERT-EXPIRY-9 < WS-RUN-DATE
                   AND MAINT-CERT-EXPIRY-9 NOT = MAINT-CERT-OLD-EXPIRY
                   MOVE "N" TO VALID-ENTRY-SWITCH
                   MOVE "EXPIRY DATE IS ALREADY PAST" TO REJECT-REASON
               END-IF
           END-IF.

      * ---------------------------------
      * ONE AUDIT LINE CARRYING THE CERTIFICATE'S FULL FIELD
      * SET - CHANGES WRITE IT TWICE, BEFORE AND AFTER
      * ---------------------------------
       876-AUDIT-EXEMPT-CERT-VALUES.
           MOVE "EXEMPT CERT MAINT" TO AUDIT-CALC-TYPE
           MOVE SPACES TO AUDIT-DETAIL
           STRING "CERT=" DELIMITED BY SIZE
               ECM-CERT-NUMBER DELIMITED BY SIZE
               " JUR=" DELIMITED BY SIZE
               ECM-JURISDICTION DELIMITED BY SIZE
               " TYPE=" DELIMITED BY SIZE
               ECM-EXEMPT-TYPE DELIMITED BY SIZE
               " EXP=" DELIMITED BY SIZE
               ECM-EXPIRY-DATE DELIMITED BY SIZE
               " NAME=" DELIMITED BY SIZE
               ECM-CUSTOMER-NAME DELIMITED BY SIZE
               INTO AUDIT-DETAIL
           END-STRING
           PERFORM 960-WRITE-AUDIT-RECORD.

      * ---------------------------------
      * EXEMPT SALES AUDIT REPORT
      * EVERY EXEMPT SALE POSTED IN THE DATE RANGE, GROUPED
      * UNDER ITS CERTIFICATE IN CERTIFICATE NUMBER ORDER, THEN
      * ANY SALE WHOSE CERTIFICATE HAS SINCE LEFT THE MASTER,
      * THEN EVERY CERTIFICATE EXPIRING IN THE NEXT 60 DAYS
      * ---------------------------------
       890-RUN-EXEMPT-AUDIT-REPORT.
           DISPLAY "ENTER FIRST SALE DATE (YYYYMMDD)."
           ACCEPT DATE-UNDER-VALIDATION
           PERFORM 440-VALIDATE-DATE
           IF ENTRY-IS-VALID
               MOVE DATE-UNDER-VALIDATION TO EXAUD-FROM-DATE
               DISPLAY "ENTER LAST SALE DATE (YYYYMMDD)."
               ACCEPT DATE-UNDER-VALIDATION
               PERFORM 440-VALIDATE-DATE
           END-IF
           IF ENTRY-IS-VALID
               MOVE DATE-UNDER-VALIDATION TO EXAUD-TO-DATE
               IF EXAUD-TO-DATE < EXAUD-FROM-DATE
                   MOVE "N" TO VALID-ENTRY-SWITCH
                   MOVE "LAST DATE IS BEFORE FIRST DATE"
                       TO REJECT-REASON
               END-IF
           END-IF
           IF NOT ENTRY-IS-VALID
               DISPLAY "REJECTED: " REJECT-REASON
           ELSE
               PERFORM 891-LOAD-EXEMPT-SALES-TABLE
               IF EXAUD-TABLE-OVERFLOW
                   DISPLAY "MORE THAN 2000 EXEMPT SALES IN THE "
                       "PERIOD - RUN THE REPORT FOR A SHORTER "
                       "PERIOD."
               ELSE
                   OPEN OUTPUT EXEMPT-AUDIT-REPORT-FILE
                   MOVE SPACES TO EXEMPT-AUDIT-REPORT-RECORD
                   STRING "EXEMPT SALES AUDIT REPORT FOR "
                           DELIMITED BY SIZE
                       EXAUD-FROM-DATE DELIMITED BY SIZE
                       " THROUGH " DELIMITED BY SIZE
                       EXAUD-TO-DATE DELIMITED BY SIZE
                       " RUN " DELIMITED BY SIZE
                       WS-RUN-DATE DELIMITED BY SIZE
                       INTO EXEMPT-AUDIT-REPORT-RECORD
                   END-STRING
                   WRITE EXEMPT-AUDIT-REPORT-RECORD
                   MOVE ZERO TO EXAUD-GRAND-TOTAL
                   PERFORM 892-WRITE-SALES-BY-CERT
                   PERFORM 893-WRITE-UNMATCHED-SALES
                   MOVE EXAUD-GRAND-TOTAL TO EDITED-EXAUD-TOTAL
                   MOVE SPACES TO EXEMPT-AUDIT-REPORT-RECORD
                   STRING "EXEMPT SALES LISTED: " DELIMITED BY SIZE
                       EXAUD-SALE-COUNT DELIMITED BY SIZE
                       "  TOTAL EXEMPT SALES: " DELIMITED BY SIZE
                       EDITED-EXAUD-TOTAL DELIMITED BY SIZE
                       INTO EXEMPT-AUDIT-REPORT-RECORD
                   END-STRING
                   WRITE EXEMPT-AUDIT-REPORT-RECORD
                   PERFORM 894-WRITE-EXPIRING-CERTS
                   CLOSE EXEMPT-AUDIT-REPORT-FILE
                   DISPLAY "EXEMPT SALES LISTED : " EXAUD-SALE-COUNT
                   DISPLAY "NOT ON CERT MASTER  : "
                       EXAUD-UNMATCHED-COUNT
                   DISPLAY "EXPIRING IN 60 DAYS : "
                       EXAUD-EXPIRING-COUNT
                   DISPLAY "EXEMPT SALES AUDIT REPORT WRITTEN."
               END-IF
           END-IF.

       891-LOAD-EXEMPT-SALES-TABLE.
           MOVE ZERO TO EXAUD-SALE-COUNT
           MOVE "N" TO EXAUD-OVFL-SWITCH
           MOVE "N" TO EXAUD-FILE-EOF-SWITCH
           OPEN INPUT EXEMPT-SALES-FILE
           IF EXEMPT-SALES-STATUS = "00"
               READ EXEMPT-SALES-FILE
                   AT END MOVE "Y" TO EXAUD-FILE-EOF-SWITCH
               END-READ
               PERFORM UNTIL EXAUD-FILE-EOF
                   IF EXS-SALE-DATE >= EXAUD-FROM-DATE
                       AND EXS-SALE-DATE <= EXAUD-TO-DATE
                       IF EXAUD-SALE-COUNT < 2000
                           ADD 1 TO EXAUD-SALE-COUNT
                           SET EXA-IDX TO EXAUD-SALE-COUNT
                           MOVE EXEMPT-SALES-RECORD
                               TO EXA-SALE-RECORD (EXA-IDX)
                           MOVE "N" TO EXA-MATCHED-FLAG (EXA-IDX)
                       ELSE
                           MOVE "Y" TO EXAUD-OVFL-SWITCH
                       END-IF
                   END-IF
                   READ EXEMPT-SALES-FILE
                       AT END MOVE "Y" TO EXAUD-FILE-EOF-SWITCH
                   END-READ
               END-PERFORM
               CLOSE EXEMPT-SALES-FILE
           END-IF.

      * ---------------------------------
      * POSITION AT THE FIRST CERTIFICATE ON THE MASTER AND
      * READ IT - THE CALLER READS ON FROM THERE
      * ---------------------------------
       897-START-CERT-MASTER.
           MOVE "N" TO EXAUD-FILE-EOF-SWITCH
           MOVE LOW-VALUES TO ECM-CERT-NUMBER
           START EXEMPT-CERT-FILE
               KEY IS NOT LESS THAN ECM-CERT-NUMBER
               INVALID KEY MOVE "Y" TO EXAUD-FILE-EOF-SWITCH
           END-START
           IF NOT EXAUD-FILE-EOF
               READ EXEMPT-CERT-FILE NEXT RECORD
                   AT END MOVE "Y" TO EXAUD-FILE-EOF-SWITCH
               END-READ
           END-IF.

       892-WRITE-SALES-BY-CERT.
           PERFORM 897-START-CERT-MASTER
           PERFORM UNTIL EXAUD-FILE-EOF
               PERFORM 895-WRITE-ONE-CERT-SALES
               READ EXEMPT-CERT-FILE NEXT RECORD
                   AT END MOVE "Y" TO EXAUD-FILE-EOF-SWITCH
               END-READ
           END-PERFORM.

       895-WRITE-ONE-CERT-SALES.
           MOVE ZERO TO EXAUD-CERT-SALES
           MOVE ZERO TO EXAUD-CERT-TOTAL
           PERFORM VARYING EXAUD-TABLE-IDX FROM 1 BY 1
               UNTIL EXAUD-TABLE-IDX > EXAUD-SALE-COUNT
               SET EXA-IDX TO EXAUD-TABLE-IDX
               MOVE EXA-SALE-RECORD (EXA-IDX)
                   TO EXEMPT-SALE-WORK-RECORD
               IF EXSW-CERT-NUMBER = ECM-CERT-NUMBER
                   IF EXAUD-CERT-SALES = ZERO
                       MOVE SPACES TO EXEMPT-AUDIT-REPORT-RECORD
                       STRING "CERT " DELIMITED BY SIZE
                           ECM-CERT-NUMBER DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           ECM-CUSTOMER-NAME DELIMITED BY SIZE
                           " JUR=" DELIMITED BY SIZE
                           ECM-JURISDICTION DELIMITED BY SIZE
                           " TYPE=" DELIMITED BY SIZE
                           ECM-EXEMPT-TYPE DELIMITED BY SIZE
                           " EXPIRES=" DELIMITED BY SIZE
                           ECM-EXPIRY-DATE DELIMITED BY SIZE
                           INTO EXEMPT-AUDIT-REPORT-RECORD
                       END-STRING
                       WRITE EXEMPT-AUDIT-REPORT-RECORD
                   END-IF
                   ADD 1 TO EXAUD-CERT-SALES
                   ADD EXSW-SALES-AMOUNT TO EXAUD-CERT-TOTAL
                   MOVE "Y" TO EXA-MATCHED-FLAG (EXA-IDX)
                   PERFORM 896-WRITE-EXEMPT-SALE-LINE
               END-IF
           END-PERFORM
           IF EXAUD-CERT-SALES > ZERO
               ADD EXAUD-CERT-TOTAL TO EXAUD-GRAND-TOTAL
               MOVE EXAUD-CERT-TOTAL TO EDITED-EXAUD-TOTAL
               MOVE SPACES TO EXEMPT-AUDIT-REPORT-RECORD
               STRING "    CERT " DELIMITED BY SIZE
                   ECM-CERT-NUMBER DELIMITED BY SIZE
                   " SALES: " DELIMITED BY SIZE
                   EXAUD-CERT-SALES DELIMITED BY SIZE
                   "  TOTAL: " DELIMITED BY SIZE
                   EDITED-EXAUD-TOTAL DELIMITED BY SIZE
                   INTO EXEMPT-AUDIT-REPORT-RECORD
               END-STRING
               WRITE EXEMPT-AUDIT-REPORT-RECORD
           END-IF.

       896-WRITE-EXEMPT-SALE-LINE.
           MOVE EXSW-SALES-AMOUNT TO EDITED-EXAUD-AMOUNT
           MOVE SPACES TO EXEMPT-AUDIT-REPORT-RECORD
           STRING "    " DELIMITED BY SIZE
               EXSW-SALE-DATE DELIMITED BY SIZE
               " CERT=" DELIMITED BY SIZE
               EXSW-CERT-NUMBER DELIMITED BY SIZE
               " BATCH=" DELIMITED BY SIZE
               EXSW-BATCH-NUMBER DELIMITED BY SIZE
               " STORE=" DELIMITED BY SIZE
               EXSW-STORE-ID DELIMITED BY SIZE
               " JUR=" DELIMITED BY SIZE
               EXSW-JURISDICTION DELIMITED BY SIZE
               " TYPE=" DELIMITED BY SIZE
               EXSW-ENTRY-TYPE DELIMITED BY SIZE
               " AMOUNT=" DELIMITED BY SIZE
               EDITED-EXAUD-AMOUNT DELIMITED BY SIZE
               INTO EXEMPT-AUDIT-REPORT-RECORD
           END-STRING
           WRITE EXEMPT-AUDIT-REPORT-RECORD.

      * ---------------------------------
      * A SALE LEFT UNMATCHED BY THE CERTIFICATE PASS NAMES A
      * CERTIFICATE NO LONGER ON THE MASTER
      * ---------------------------------
       893-WRITE-UNMATCHED-SALES.
           MOVE ZERO TO EXAUD-UNMATCHED-COUNT
           MOVE ZERO TO EXAUD-CERT-TOTAL
           MOVE SPACES TO EXEMPT-AUDIT-REPORT-RECORD
           MOVE "EXEMPT SALES WHOSE CERTIFICATE IS NOT ON THE MASTER"
               TO EXEMPT-AUDIT-REPORT-RECORD
           WRITE EXEMPT-AUDIT-REPORT-RECORD
           PERFORM VARYING EXAUD-TABLE-IDX FROM 1 BY 1
               UNTIL EXAUD-TABLE-IDX > EXAUD-SALE-COUNT
               SET EXA-IDX TO EXAUD-TABLE-IDX
               IF EXA-MATCHED-FLAG (EXA-IDX) = "N"
                   MOVE EXA-SALE-RECORD (EXA-IDX)
                       TO EXEMPT-SALE-WORK-RECORD
                   ADD 1 TO EXAUD-UNMATCHED-COUNT
                   ADD EXSW-SALES-AMOUNT TO EXAUD-CERT-TOTAL
                   PERFORM 896-WRITE-EXEMPT-SALE-LINE
               END-IF
           END-PERFORM
           IF EXAUD-UNMATCHED-COUNT = ZERO
               MOVE SPACES TO EXEMPT-AUDIT-REPORT-RECORD
               MOVE "    NONE" TO EXEMPT-AUDIT-REPORT-RECORD
               WRITE EXEMPT-AUDIT-REPORT-RECORD
           ELSE
               ADD EXAUD-CERT-TOTAL TO EXAUD-GRAND-TOTAL
           END-IF.

       894-WRITE-EXPIRING-CERTS.
           MOVE ZERO TO EXAUD-EXPIRING-COUNT
           COMPUTE EXAUD-HORIZON-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 60
           COMPUTE EXAUD-HORIZON-DATE =
               FUNCTION DATE-OF-INTEGER(EXAUD-HORIZON-INT)
           MOVE SPACES TO EXEMPT-AUDIT-REPORT-RECORD
           STRING "CERTIFICATES EXPIRING " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " THROUGH " DELIMITED BY SIZE
               EXAUD-HORIZON-DATE DELIMITED BY SIZE
               INTO EXEMPT-AUDIT-REPORT-RECORD
           END-STRING
           WRITE EXEMPT-AUDIT-REPORT-RECORD
           PERFORM 897-START-CERT-MASTER
           PERFORM UNTIL EXAUD-FILE-EOF
               IF ECM-EXPIRY-DATE >= WS-RUN-DATE
                   AND ECM-EXPIRY-DATE <= EXAUD-HORIZON-DATE
                   COMPUTE EXAUD-DAYS-LEFT =
                       FUNCTION INTEGER-OF-DATE(ECM-EXPIRY-DATE)
                       - FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   ADD 1 TO EXAUD-EXPIRING-COUNT
                   MOVE SPACES TO EXEMPT-AUDIT-REPORT-RECORD
                   STRING "    CERT " DELIMITED BY SIZE
                       ECM-CERT-NUMBER DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ECM-CUSTOMER-NAME DELIMITED BY SIZE
                       " JUR=" DELIMITED BY SIZE
                       ECM-JURISDICTION DELIMITED BY SIZE
                       " EXPIRES=" DELIMITED BY SIZE
                       ECM-EXPIRY-DATE DELIMITED BY SIZE
                       " DAYS LEFT=" DELIMITED BY SIZE
                       EXAUD-DAYS-LEFT DELIMITED BY SIZE
                       INTO EXEMPT-AUDIT-REPORT-RECORD
                   END-STRING
                   WRITE EXEMPT-AUDIT-REPORT-RECORD
               END-IF
               READ EXEMPT-CERT-FILE NEXT RECORD
                   AT END MOVE "Y" TO EXAUD-FILE-EOF-SWITCH
               END-READ
           END-PERFORM
           IF EXAUD-EXPIRING-COUNT = ZERO
               MOVE SPACES TO EXEMPT-AUDIT-REPORT-RECORD
               MOVE "    NONE" TO EXEMPT-AUDIT-REPORT-RECORD
               WRITE EXEMPT-AUDIT-REPORT-RECORD
           END-IF.

      * =================================
      * BUSINESS DAY CLOSE
      * RECONCILES THE CALENDAR'S BUSINESS DATE AND ROLLS THE
      * ---------------------------------
      * AN FV ACK IS ONLY MEANINGFUL AGAINST AN ACCOUNT THAT
      * IS AWAITING ONE - ACCEPT CONFIRMS THE POSTING, REJECT
      * QUEUES THE ACCOUNT FOR RE-EXTRACTION ON THE NEXT RUN.
      * AN ACCEPTED ACCOUNT WITH ACTIVITY POSTED SINCE IT WAS
      * EXTRACTED IS QUEUED FOR REVALUATION INSTEAD
      * ---------------------------------
       842-APPLY-FV-ACK.
           MOVE GLACK-ACCOUNT TO FVM-ACCT-NUMBER
                       PERFORM 846-WRITE-ACK-REPORT-LINE
                   ELSE
                       IF GLACK-ACCEPTED
                           ADD 1 TO ACK-ACCEPTED-COUNT
                           IF FVM-REVALUE-AFTER-ACK
                               MOVE "N" TO FVM-POSTED-FLAG
                               REWRITE FV-MASTER-RECORD
                               MOVE "ACCEPTED - ACTIVITY SINCE, REVALUE"
                                   TO ACK-REPORT-TEXT
                               PERFORM 846-WRITE-ACK-REPORT-LINE
                           ELSE
                               MOVE "Y" TO FVM-POSTED-FLAG
                               REWRITE FV-MASTER-RECORD
                           END-IF
                       ELSE
                           MOVE "N" TO FVM-POSTED-FLAG
                           REWRITE FV-MASTER-RECORD
      * NUMERIC REMIT DATE.  RECORDS WRITTEN UNDER THE OLD
      * LAYOUT (NO JURISDICTION, UNSIGNED AMOUNTS, NO FLAG)
      * FAIL HERE, AND THE REGISTER AND CLOSE ARE REFUSED
      * RATHER THAN FILED FROM GARBAGE FIELDS.  AN AUTHORITY
      * BREAKDOWN MAY BE BLANK, BUT EACH AUTHORITY IT DOES
      * CARRY NEEDS A SIGNED NUMERIC TAX
      * ---------------------------------
       857-VALIDATE-TAXGL-RECORD.
           MOVE TAX-GL-EXTRACT-RECORD TO TAXGL-WORK-RECORD
           MOVE "N" TO TAXGL-AUTH-BAD-SWITCH
           PERFORM VARYING AUTH-SLOT-IDX FROM 1 BY 1
               UNTIL AUTH-SLOT-IDX > 4
               IF TGLW-AUTH-TYPE (AUTH-SLOT-IDX) NOT = SPACE
                   AND TGLW-AUTH-TAX (AUTH-SLOT-IDX) IS NOT NUMERIC
                   MOVE "Y" TO TAXGL-AUTH-BAD-SWITCH
               END-IF
           END-PERFORM
           IF (TAXGL-WORK-RECORD (26:1) NOT = "+"
                   AND TAXGL-WORK-RECORD (26:1) NOT = "-")
               OR (TAXGL-WORK-RECORD (38:1) NOT = "+"
               OR (TGLW-REMIT-FLAG NOT = "Y"
                   AND TGLW-REMIT-FLAG NOT = "N")
               OR TGLW-REMIT-DATE IS NOT NUMERIC
               OR (NOT TGLW-LIVE-COLLECTION
                   AND NOT TGLW-REVERSED-COLLECTION
                   AND NOT TGLW-REVERSAL-OFFSET
                   AND NOT TGLW-ADJUSTMENT-ENTRY)
               OR TAXGL-AUTH-IS-BAD
               MOVE "Y" TO TAXGL-FORMAT-SWITCH
               ADD 1 TO TAXGL-FORMAT-ERR-COUNT
           END-IF.
           MOVE ZERO TO REMIT-JUR-COUNT
           MOVE ZERO TO REMIT-SELECT-COUNT
           MOVE ZERO TO REMIT-TOTAL-TAX
           MOVE ZERO TO REMIT-TOTAL-ADJUSTED
           MOVE ZERO TO REMIT-AUTH-COUNT
           PERFORM VARYING TAXGL-TABLE-IDX FROM 1 BY 1
               UNTIL TAXGL-TABLE-IDX > TAXGL-TABLE-COUNT
               SET TGL-IDX TO TAXGL-TABLE-IDX
                   AND NOT TGLW-REMITTED
                   ADD 1 TO REMIT-SELECT-COUNT
                   ADD TGLW-TAX-COLLECTED TO REMIT-TOTAL-TAX
                   IF TGLW-ADJUSTMENT-ENTRY
                       ADD TGLW-TAX-COLLECTED TO REMIT-TOTAL-ADJUSTED
                   END-IF
                   PERFORM 855-ADD-REMIT-JUR-TOTALS
                   PERFORM 858-ADD-REMIT-AUTH-TOTALS
                   MOVE "Y" TO TGLW-REMIT-FLAG
                   MOVE WS-RUN-DATE TO TGLW-REMIT-DATE
                   MOVE TAXGL-WORK-RECORD
                   MOVE ZERO TO REM-EXEMPT-SALES (REM-IDX)
                   MOVE ZERO TO REM-TAXABLE-SALES (REM-IDX)
                   MOVE ZERO TO REM-TAX-COLLECTED (REM-IDX)
                   MOVE ZERO TO REM-TAX-ADJUSTED (REM-IDX)
                   MOVE ZERO TO REM-BATCH-COUNT (REM-IDX)
                   MOVE ZERO TO REM-LAST-BATCH (REM-IDX)
                   PERFORM 856-POST-REMIT-ENTRY
               END-IF
           END-IF.

      * ---------------------------------
      * RATE CORRECTION ADJUSTMENTS CARRY NO SALES AND ARE
      * HELD APART FROM THE COLLECTIONS SO THE REGISTER CAN
      * SHOW THEM ON THEIR OWN LINE
      * ---------------------------------
       856-POST-REMIT-ENTRY.
           IF TGLW-ADJUSTMENT-ENTRY
               ADD TGLW-TAX-COLLECTED TO REM-TAX-ADJUSTED (REM-IDX)
           ELSE
               ADD TGLW-GROSS-SALES TO REM-GROSS-SALES (REM-IDX)
               ADD TGLW-TAX-COLLECTED TO REM-TAX-COLLECTED (REM-IDX)
               IF TGLW-CATEGORY = "E"
                   ADD TGLW-GROSS-SALES TO REM-EXEMPT-SALES (REM-IDX)
               ELSE
                   ADD TGLW-GROSS-SALES
                       TO REM-TAXABLE-SALES (REM-IDX)
               END-IF
               IF TGLW-BATCH-NUMBER NOT = REM-LAST-BATCH (REM-IDX)
                   ADD 1 TO REM-BATCH-COUNT (REM-IDX)
                   MOVE TGLW-BATCH-NUMBER TO REM-LAST-BATCH (REM-IDX)
               END-IF
           END-IF.

      * ---------------------------------
      * POST THE RECORD'S TAX TO EACH AUTHORITY IT BREAKS DOWN
      * TO.  A RECORD WITH NO BREAKDOWN IS OWED WHOLE TO ITS
      * JURISDICTION
      * ---------------------------------
       858-ADD-REMIT-AUTH-TOTALS.
           IF TGLW-AUTH-TYPE (1) = SPACE
               MOVE "J" TO REMIT-POST-AUTH-TYPE
               MOVE TGLW-JURISDICTION TO REMIT-POST-AUTH-ID
               MOVE TGLW-TAX-COLLECTED TO REMIT-POST-AUTH-TAX
               PERFORM 859-POST-REMIT-AUTHORITY
           ELSE
               PERFORM VARYING AUTH-SLOT-IDX FROM 1 BY 1
                   UNTIL AUTH-SLOT-IDX > 4
                   IF TGLW-AUTH-TYPE (AUTH-SLOT-IDX) NOT = SPACE
                       MOVE TGLW-AUTH-TYPE (AUTH-SLOT-IDX)
                           TO REMIT-POST-AUTH-TYPE
                       MOVE TGLW-AUTH-ID (AUTH-SLOT-IDX)
                           TO REMIT-POST-AUTH-ID
                       MOVE TGLW-AUTH-TAX (AUTH-SLOT-IDX)
                           TO REMIT-POST-AUTH-TAX
                       PERFORM 859-POST-REMIT-AUTHORITY
                   END-IF
               END-PERFORM
           END-IF.

       859-POST-REMIT-AUTHORITY.
           MOVE "N" TO REMIT-AUTH-FOUND-SWITCH
           PERFORM VARYING REMIT-AUTH-IDX FROM 1 BY 1
               UNTIL REMIT-AUTH-IDX > REMIT-AUTH-COUNT
               SET RMA-IDX TO REMIT-AUTH-IDX
               IF RMA-AUTH-TYPE (RMA-IDX) = REMIT-POST-AUTH-TYPE
                   AND RMA-AUTH-ID (RMA-IDX) = REMIT-POST-AUTH-ID
                   MOVE "Y" TO REMIT-AUTH-FOUND-SWITCH
                   ADD REMIT-POST-AUTH-TAX TO RMA-TAX (RMA-IDX)
               END-IF
           END-PERFORM
           IF NOT REMIT-AUTH-WAS-FOUND
               IF REMIT-AUTH-COUNT < 50
                   ADD 1 TO REMIT-AUTH-COUNT
                   SET RMA-IDX TO REMIT-AUTH-COUNT
                   MOVE REMIT-POST-AUTH-TYPE TO RMA-AUTH-TYPE (RMA-IDX)
                   MOVE REMIT-POST-AUTH-ID TO RMA-AUTH-ID (RMA-IDX)
                   MOVE REMIT-POST-AUTH-TAX TO RMA-TAX (RMA-IDX)
               ELSE
                   DISPLAY "WARNING: REGISTER AUTHORITY TABLE FULL - "
                       "TOTALS DROPPED FOR " REMIT-POST-AUTH-ID
               END-IF
           END-IF.

       853-WRITE-REMIT-REGISTER.
               END-STRING
               WRITE REMIT-REGISTER-RECORD
               DISPLAY REMIT-REGISTER-RECORD (1:110)
               IF REM-TAX-ADJUSTED (REM-IDX) NOT = ZERO
                   MOVE REM-TAX-ADJUSTED (REM-IDX) TO EDITED-REMIT-TAX
                   MOVE SPACES TO REMIT-REGISTER-RECORD
                   STRING REM-JUR-ID (REM-IDX) DELIMITED BY SIZE
                       " RATE CORRECTION ADJUSTMENTS TAX="
                           DELIMITED BY SIZE
                       EDITED-REMIT-TAX DELIMITED BY SIZE
                       INTO REMIT-REGISTER-RECORD
                   END-STRING
                   WRITE REMIT-REGISTER-RECORD
                   DISPLAY REMIT-REGISTER-RECORD (1:110)
               END-IF
           END-PERFORM
           IF REMIT-TOTAL-ADJUSTED NOT = ZERO
               MOVE REMIT-TOTAL-ADJUSTED TO EDITED-REMIT-TAX
               MOVE SPACES TO REMIT-REGISTER-RECORD
               STRING "TOTAL RATE CORRECTION ADJUSTMENTS: "
                       DELIMITED BY SIZE
                   EDITED-REMIT-TAX DELIMITED BY SIZE
                   INTO REMIT-REGISTER-RECORD
               END-STRING
               WRITE REMIT-REGISTER-RECORD
           END-IF
           MOVE SPACES TO REMIT-REGISTER-RECORD
           MOVE "LIABILITY BY TAXING AUTHORITY:"
               TO REMIT-REGISTER-RECORD
           WRITE REMIT-REGISTER-RECORD
           PERFORM VARYING REMIT-AUTH-IDX FROM 1 BY 1
               UNTIL REMIT-AUTH-IDX > REMIT-AUTH-COUNT
               SET RMA-IDX TO REMIT-AUTH-IDX
               EVALUATE RMA-AUTH-TYPE (RMA-IDX)
                   WHEN "S"
                       MOVE "STATE" TO REMIT-AUTH-DESC
                   WHEN "C"
                       MOVE "COUNTY" TO REMIT-AUTH-DESC
                   WHEN "M"
                       MOVE "CITY" TO REMIT-AUTH-DESC
                   WHEN "D"
                       MOVE "SPECIAL" TO REMIT-AUTH-DESC
                   WHEN OTHER
                       MOVE "COMBINED" TO REMIT-AUTH-DESC
               END-EVALUATE
               MOVE RMA-TAX (RMA-IDX) TO EDITED-REMIT-TAX
               MOVE SPACES TO REMIT-REGISTER-RECORD
               STRING "  " DELIMITED BY SIZE
                   REMIT-AUTH-DESC DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RMA-AUTH-ID (RMA-IDX) DELIMITED BY SIZE
                   " TAX TO REMIT=" DELIMITED BY SIZE
                   EDITED-REMIT-TAX DELIMITED BY SIZE
                   INTO REMIT-REGISTER-RECORD
               END-STRING
               WRITE REMIT-REGISTER-RECORD
               DISPLAY REMIT-REGISTER-RECORD (1:110)
           END-PERFORM
           MOVE REMIT-TOTAL-TAX TO EDITED-REMIT-TAX
           MOVE SPACES TO REMIT-REGISTER-RECORD
                   MOVE 8 TO RUN-RETURN-CODE
                   MOVE "FAILURE" TO RUN-STATUS-TEXT
               WHEN TOTAL-REJECT-COUNT > ZERO
                   OR INTEG-WARNING-COUNT > ZERO
                   MOVE 4 TO RUN-RETURN-CODE
                   MOVE "SUCCESS" TO RUN-STATUS-TEXT
               WHEN OTHER

       505-EXECUTE-RUN-FUNCTIONS.
           PERFORM VARYING RUN-FUNCTION-IDX FROM 1 BY 1
               UNTIL RUN-FUNCTION-IDX > 12
               EVALUATE RUN-FUNCTION-CHAR (RUN-FUNCTION-IDX)
                   WHEN "S"
                       PERFORM 150-RUN-BATCH-SALES-TAX
                       PERFORM 300-RUN-RECONCILIATION
                   WHEN "G"
                       PERFORM 290-RUN-BATCH-GOAL-SEEK
                   WHEN "D"
                       PERFORM 360-RUN-DEPOSIT-RECONCILIATION
                   WHEN "A"
                       PERFORM 285-RUN-FV-ACTIVITY-POSTING
                   WHEN "T"
                       PERFORM 291-RUN-FV-STATEMENTS
                   WHEN "I"
                       PERFORM 370-RUN-INTEGRITY-AUDIT
                   WHEN "H"
                       PERFORM 380-RUN-STORE-COMPARISON
                   WHEN SPACE
                       CONTINUE
                   WHEN OTHER
           DISPLAY "ENTER 2 FOR BATCH MODE (FV-MASTER-FILE).".
           DISPLAY "ENTER 3 FOR GOAL SEEK (TARGET BALANCE).".
           DISPLAY "ENTER 4 FOR BATCH GOAL SEEK (FV-TARGET-FILE).".
           DISPLAY "ENTER 5 TO POST ACCOUNT ACTIVITY "
               "(FV-ACTIVITY-FILE).".
           DISPLAY "ENTER 6 TO PRINT CUSTOMER STATEMENTS "
               "(FV-STATEMENT-FILE).".
           DISPLAY "ENTER 0 TO SKIP FUTURE VALUE PROCESSING.".
           ACCEPT FV-MODE.

                   PERFORM 230-GOAL-SEEK-INTERACTIVE
               WHEN 4
                   PERFORM 290-RUN-BATCH-GOAL-SEEK
               WHEN 5
                   PERFORM 285-RUN-FV-ACTIVITY-POSTING
               WHEN 6
                   PERFORM 291-RUN-FV-STATEMENTS
               WHEN OTHER
                   DISPLAY "NO FUTURE VALUE PROCESSING SELECTED."
           END-EVALUATE.
      * CALCULATION BUT NOTHING IS WRITTEN TO THE SCHEDULE
      * ---------------------------------
       240-COMPUTE-TRIAL-FV.
           PERFORM 282-START-PROJECTION
           PERFORM 245-TRIAL-NEXT-FV
               UNTIL YEAR-COUNTER > NUMBER-OF-YEARS.

               DISPLAY "RESUMING BATCH AFTER ACCOUNT SEQ "
                   FV-RESTART-SEQ
           END-IF
           IF FV-RUN-ID = ZERO
               MOVE FUNCTION CURRENT-DATE(1:14) TO FV-RUN-ID
           END-IF
           MOVE ZERO TO FV-ALREADY-POSTED-COUNT
           MOVE ZERO TO FV-STATUS-SKIP-COUNT
           MOVE ZERO TO FV-PENDING-SKIP-COUNT
           MOVE ZERO TO FV-REJOURNAL-COUNT
           MOVE ZERO TO FV-NOT-VALUED-COUNT
           OPEN I-O FV-MASTER-FILE
           IF FV-MASTER-STATUS = "35"
               PERFORM 268-RELOAD-FV-MASTER
               IF FV-MASTER-OLD-STATUS NOT = "35"
                   OPEN I-O FV-MASTER-FILE
               ELSE
                   PERFORM 262-BUILD-FV-MASTER-FROM-FLAT
                   IF FV-ACCOUNTS-STATUS NOT = "35"
                       OPEN I-O FV-MASTER-FILE
                   ELSE
                       MOVE "35" TO FV-MASTER-STATUS
                   END-IF
               END-IF
           END-IF
           IF FV-MASTER-STATUS NOT = "00"
                   "RETURNING TO MENU."
               MOVE "Y" TO RUN-FAILURE-SWITCH
           ELSE
               MOVE "FUTURE VALUE BATCH" TO JRNL-SOURCE-DESC
               PERFORM 750-START-GL-JOURNAL
               MOVE "N" TO FV-MASTER-EOF-SWITCH
               MOVE ZERO TO FV-BATCH-ACCOUNT-SEQ
               MOVE SPACES TO FV-LAST-ACCOUNT-READ
      * THE RUN'S ID IS CHECKPOINTED BEFORE ANY ACCOUNT IS
      * VALUED, SO EVEN AN EARLY INTERRUPTION CAN BE RESUMED
               PERFORM 275-WRITE-FV-CHECKPOINT
               READ FV-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO FV-MASTER-EOF-SWITCH
               END-READ
               PERFORM UNTIL FV-MASTER-EOF
                   ADD 1 TO FV-BATCH-ACCOUNT-SEQ
                   MOVE FVM-ACCT-NUMBER TO FV-LAST-ACCOUNT-READ
                   IF FV-BATCH-ACCOUNT-SEQ > FV-RESTART-SEQ
                       EVALUATE TRUE
                           WHEN NOT FVM-ACCOUNT-ACTIVE
                               ADD 1 TO FV-ALREADY-POSTED-COUNT
                               DISPLAY "ACCOUNT " FVM-ACCT-NUMBER
                                   " ALREADY POSTED TO GL - SKIPPING."
                           WHEN FVM-EXTRACT-PENDING
                               AND FVM-VAL-RUN-ID = FV-RUN-ID
                               PERFORM 267-REJOURNAL-FV-VALUATION
                           WHEN FVM-EXTRACT-PENDING
                               ADD 1 TO FV-PENDING-SKIP-COUNT
                               DISPLAY "ACCOUNT " FVM-ACCT-NUMBER
                           FV-CHECKPOINT-INTERVAL) = 0
                           PERFORM 275-WRITE-FV-CHECKPOINT
                       END-IF
                   ELSE
                       IF FVM-EXTRACT-PENDING
                           AND FVM-VAL-RUN-ID = FV-RUN-ID
                           PERFORM 267-REJOURNAL-FV-VALUATION
                       END-IF
                   END-IF
      * RELEASE WHAT IS HELD WHILE THERE IS STILL ROOM FOR THE
      * NEXT ACCOUNT'S TWO LINES, SO THE JOURNAL NEVER FILLS
                   IF JRNL-LINE-COUNT > 1998
                       PERFORM 263-RELEASE-FV-JOURNAL
                   END-IF
                   READ FV-MASTER-FILE NEXT RECORD
                       AT END MOVE "Y" TO FV-MASTER-EOF-SWITCH
                   END-READ
               END-PERFORM
               PERFORM 263-RELEASE-FV-JOURNAL
               PERFORM 276-CLEAR-FV-CHECKPOINT
               CLOSE FV-MASTER-FILE
               DISPLAY "BATCH FUTURE VALUE RUN COMPLETE."
                   FV-ALREADY-POSTED-COUNT
               DISPLAY "AWAITING GL ACK (SKIPPED): "
                   FV-PENDING-SKIP-COUNT
               DISPLAY "NOT VALUED - NO GL MAPPING: "
                   FV-NOT-VALUED-COUNT
               IF FV-REJOURNAL-COUNT > ZERO
                   DISPLAY "INTERRUPTED RUN'S VALUATIONS JOURNALED: "
                       FV-REJOURNAL-COUNT
               END-IF
           END-IF.

      * ---------------------------------
                   MOVE ZERO TO FVM-LAST-VAL-DATE
                   MOVE ZERO TO FVM-LAST-VAL-RESULT
                   MOVE "N" TO FVM-POSTED-FLAG
                   MOVE WS-RUN-DATE TO FVM-OPEN-DATE
                   MOVE ZERO TO FVM-ACTUAL-BALANCE
                   MOVE ZERO TO FVM-BALANCE-DATE
                   MOVE ZERO TO FVM-VAL-RUN-ID
                   MOVE ZERO TO FVM-PRIOR-VAL-RESULT
                   WRITE FV-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "DUPLICATE ACCOUNT " ACCT-NUMBER
                   FV-MASTER-BUILD-COUNT " ACCOUNTS."
           END-IF.

      * ---------------------------------
      * ONE-TIME RELOAD OF THE ACCOUNT MASTER FROM THE MASTER
      * IN ITS EARLIER LAYOUT, RENAMED FVMASTER.OLD BEFORE THIS
      * RUN.  VALUATIONS AND POSTING FLAGS CARRY OVER; THE OPEN
      * DATE IS SET BY THE FIRST ACTIVITY POSTED, AND UNTIL
      * THEN THE ACCOUNT IS PROJECTED FROM ITS ORIGINAL PLAN
      * ---------------------------------
       268-RELOAD-FV-MASTER.
           MOVE ZERO TO FV-MASTER-BUILD-COUNT
           OPEN INPUT FV-MASTER-OLD-FILE
           IF FV-MASTER-OLD-STATUS = "35"
               CONTINUE
           ELSE
               IF FV-MASTER-OLD-STATUS NOT = "00"
                   DISPLAY "FVMASTER.OLD CANNOT BE READ - STATUS "
                       FV-MASTER-OLD-STATUS
                       " - ACCOUNT MASTER NOT RELOADED."
               ELSE
                   OPEN OUTPUT FV-MASTER-FILE
                   MOVE "N" TO FV-OLD-EOF-SWITCH
                   READ FV-MASTER-OLD-FILE
                       AT END MOVE "Y" TO FV-OLD-EOF-SWITCH
                   END-READ
                   PERFORM UNTIL FV-OLD-EOF
                       MOVE FVO-ACCT-NUMBER TO FVM-ACCT-NUMBER
                       MOVE FVO-STATUS TO FVM-STATUS
                       MOVE FVO-INVESTMENT TO FVM-INVESTMENT
                       MOVE FVO-YEARS TO FVM-YEARS
                       MOVE FVO-STANDARD-RATE TO FVM-STANDARD-RATE
                       MOVE FVO-CONTRIBUTION TO FVM-CONTRIBUTION
                       MOVE FVO-LAST-VAL-DATE TO FVM-LAST-VAL-DATE
                       MOVE FVO-LAST-VAL-RESULT TO FVM-LAST-VAL-RESULT
                       MOVE FVO-POSTED-FLAG TO FVM-POSTED-FLAG
                       MOVE ZERO TO FVM-OPEN-DATE
                       MOVE ZERO TO FVM-ACTUAL-BALANCE
                       MOVE ZERO TO FVM-BALANCE-DATE
                       MOVE ZERO TO FVM-VAL-RUN-ID
                       MOVE ZERO TO FVM-PRIOR-VAL-RESULT
                       WRITE FV-MASTER-RECORD
                           INVALID KEY
                               DISPLAY "DUPLICATE ACCOUNT "
                                   FVO-ACCT-NUMBER
                                   " IGNORED IN MASTER RELOAD."
                           NOT INVALID KEY
                               ADD 1 TO FV-MASTER-BUILD-COUNT
                       END-WRITE
                       READ FV-MASTER-OLD-FILE
                           AT END MOVE "Y" TO FV-OLD-EOF-SWITCH
                       END-READ
                   END-PERFORM
                   CLOSE FV-MASTER-FILE
                   CLOSE FV-MASTER-OLD-FILE
                   DISPLAY "ACCOUNT MASTER RELOADED FROM FVMASTER.OLD: "
                       FV-MASTER-BUILD-COUNT " ACCOUNTS."
               END-IF
           END-IF.

      * ---------------------------------
      * A CHECKPOINT LEFT BEHIND MEANS THE LAST RUN WAS
      * INTERRUPTED - CARRY ON AS THAT RUN, UNDER ITS ID, FROM
      * THE ACCOUNT AFTER THE ONE CHECKPOINTED.  A RELEASE CUT
      * SHORT COUNTS ONLY IF ITS JOURNAL ID REACHED THE FILE
      * ---------------------------------
       265-READ-FV-CHECKPOINT.
           MOVE ZERO TO FV-RESTART-SEQ
           MOVE ZERO TO FV-RUN-ID
           MOVE SPACES TO FV-RELEASED-ACCOUNT
           MOVE "N" TO FV-RELEASE-SWITCH
           OPEN INPUT FV-CHECKPOINT-FILE
           IF FV-CHECKPOINT-STATUS = "00"
               READ FV-CHECKPOINT-FILE
                       CONTINUE
                   NOT AT END
                       MOVE CKPT-ACCOUNT-SEQ TO FV-RESTART-SEQ
                       IF CKPT-RUN-ID IS NUMERIC
                           MOVE CKPT-RUN-ID TO FV-RUN-ID
                           MOVE CKPT-RELEASED-ACCOUNT
                               TO FV-RELEASED-ACCOUNT
                           IF CKPT-RELEASE-UNDER-WAY
                               PERFORM 261-CHECK-FV-RELEASE-DONE
                           END-IF
                       END-IF
               END-READ
               CLOSE FV-CHECKPOINT-FILE
           END-IF.

       261-CHECK-FV-RELEASE-DONE.
           OPEN INPUT GL-JOURNAL-FILE
           IF GL-JOURNAL-STATUS NOT = "35"
               MOVE "N" TO JRNL-EOF-SWITCH
               READ GL-JOURNAL-FILE
                   AT END MOVE "Y" TO JRNL-EOF-SWITCH
               END-READ
               PERFORM UNTIL JRNL-FILE-EOF
                   IF GLJ-JOURNAL-ID = CKPT-RELEASING-ID
                       AND GLJ-SOURCE = "FV"
                       MOVE CKPT-RELEASING-ACCOUNT
                           TO FV-RELEASED-ACCOUNT
                       MOVE "Y" TO JRNL-EOF-SWITCH
                   ELSE
                       READ GL-JOURNAL-FILE
                           AT END MOVE "Y" TO JRNL-EOF-SWITCH
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE GL-JOURNAL-FILE
           END-IF.

      * ---------------------------------
      * RELEASE THE VALUATIONS JOURNALED SO FAR.  THE
      * CHECKPOINT NAMES THE JOURNAL ID AND THE LAST ACCOUNT
      * IN IT BEFORE ANY LINE IS WRITTEN, AND AGAIN ONCE THEY
      * ARE, SO A RESTART KNOWS WHICH OF THE INTERRUPTED RUN'S
      * VALUATIONS STILL NEED JOURNALING
      * ---------------------------------
       263-RELEASE-FV-JOURNAL.
           IF JRNL-LINE-COUNT > ZERO
               PERFORM 766-NEXT-JOURNAL-ID
               MOVE FV-LAST-ACCOUNT-READ TO FV-RELEASING-ACCOUNT
               MOVE JRNL-ID-DATE TO FV-RELEASING-DATE
               MOVE JRNL-ID-SEQ TO FV-RELEASING-SEQ
               MOVE "Y" TO FV-RELEASE-SWITCH
               PERFORM 275-WRITE-FV-CHECKPOINT
           END-IF
           PERFORM 765-RELEASE-GL-JOURNAL
           MOVE "N" TO FV-RELEASE-SWITCH
           MOVE FV-LAST-ACCOUNT-READ TO FV-RELEASED-ACCOUNT
           PERFORM 275-WRITE-FV-CHECKPOINT
           PERFORM 750-START-GL-JOURNAL.

      * ---------------------------------
      * AN ACCOUNT THE INTERRUPTED RUN VALUED AFTER ITS LAST
      * RELEASED JOURNAL IS JOURNALED AGAIN FROM THE CHANGE
      * RECORDED ON THE MASTER - IT IS NOT VALUED TWICE
      * ---------------------------------
       267-REJOURNAL-FV-VALUATION.
           IF FVM-ACCT-NUMBER > FV-RELEASED-ACCOUNT
               MOVE FVM-ACCT-NUMBER TO GL-ACCOUNT-ID
               COMPUTE JRNL-FV-AMOUNT =
                   FVM-LAST-VAL-RESULT - FVM-PRIOR-VAL-RESULT
               PERFORM 758-JOURNAL-FV-VALUATION
               ADD 1 TO FV-REJOURNAL-COUNT
           END-IF.

       270-PROCESS-FV-ACCOUNT.
           MOVE FVM-INVESTMENT TO INVESTMENT-AMOUNT
           MOVE FVM-YEARS TO NUMBER-OF-YEARS
           END-IF
           IF ENTRY-IS-VALID
               ADD 1 TO CALCULATION-NUMBER
               PERFORM 283-SET-PROJECTION-BASIS
               PERFORM 282-START-PROJECTION
               PERFORM 205-WRITE-SCHEDULE-HEADER
               IF FV-PROJECT-FROM-ACTUAL
                   PERFORM 281-WRITE-ACTUAL-BALANCE-LINE
               END-IF
               PERFORM 220-CALCULATE-NEXT-FV
                   UNTIL YEAR-COUNTER > NUMBER-OF-YEARS
               MOVE FUTURE-VALUE TO EDITED-FUTURE-VALUE
                   ANNUAL-CONTRIBUTION DELIMITED BY SIZE
                   " FV=" DELIMITED BY SIZE
                   EDITED-FUTURE-VALUE DELIMITED BY SIZE
                   " FROMYR=" DELIMITED BY SIZE
                   FVACT-START-YEAR DELIMITED BY SIZE
                   INTO AUDIT-DETAIL
               END-STRING
               PERFORM 960-WRITE-AUDIT-RECORD
      * THE JOURNAL CARRIES ONLY THE CHANGE SINCE THE LAST
      * VALUATION.  AN ACCOUNT WHOSE ENTRY IS WITHHELD FOR A
      * MISSING MAPPING IS LEFT UNVALUED FOR THE NEXT RUN
               MOVE FVM-ACCT-NUMBER TO GL-ACCOUNT-ID
               IF FVM-LAST-VAL-DATE IS NUMERIC
                   AND FVM-LAST-VAL-DATE > ZERO
                   COMPUTE JRNL-FV-AMOUNT =
                       FUTURE-VALUE - FVM-LAST-VAL-RESULT
               ELSE
                   MOVE FUTURE-VALUE TO JRNL-FV-AMOUNT
               END-IF
               PERFORM 758-JOURNAL-FV-VALUATION
               IF JRNL-UNIT-UNMAPPED
                   ADD 1 TO FV-NOT-VALUED-COUNT
                   DISPLAY "ACCOUNT " FVM-ACCT-NUMBER
                       " NOT VALUED - NO GL MAPPING."
               ELSE
                   PERFORM 280-WRITE-GL-EXTRACT-RECORD
                   COMPUTE FVM-PRIOR-VAL-RESULT =
                       FUTURE-VALUE - JRNL-FV-AMOUNT
                   MOVE WS-RUN-DATE TO FVM-LAST-VAL-DATE
                   MOVE FUTURE-VALUE TO FVM-LAST-VAL-RESULT
                   MOVE FV-RUN-ID TO FVM-VAL-RUN-ID
                   MOVE "E" TO FVM-POSTED-FLAG
                   REWRITE FV-MASTER-RECORD
               END-IF
               IF SELECTED-SCENARIO-COUNT > ZERO
                   MOVE FUTURE-VALUE TO STANDARD-FV-RESULT
                   PERFORM 271-WRITE-SCENARIO-COMPARE-HDR
                   END-PERFORM
                   MOVE SPACES TO ACTIVE-SCENARIO
               END-IF
               MOVE "N" TO FVACT-ACTUAL-SWITCH
           ELSE
               DISPLAY "REJECTED ACCOUNT " FVM-ACCT-NUMBER ": "
                   REJECT-REASON
           PERFORM 960-WRITE-AUDIT-RECORD.

       275-WRITE-FV-CHECKPOINT.
           MOVE FV-LAST-ACCOUNT-READ TO CKPT-LAST-ACCOUNT
           IF FV-BATCH-ACCOUNT-SEQ > FV-RESTART-SEQ
               MOVE FV-BATCH-ACCOUNT-SEQ TO CKPT-ACCOUNT-SEQ
           ELSE
               MOVE FV-RESTART-SEQ TO CKPT-ACCOUNT-SEQ
           END-IF
           MOVE YEAR-COUNTER TO CKPT-YEAR-COUNTER
           MOVE FV-RUN-ID TO CKPT-RUN-ID
           MOVE FV-RELEASED-ACCOUNT TO CKPT-RELEASED-ACCOUNT
           MOVE FV-RELEASE-SWITCH TO CKPT-RELEASE-SWITCH
           MOVE FV-RELEASING-ACCOUNT TO CKPT-RELEASING-ACCOUNT
           MOVE FV-RELEASING-DATE TO CKPT-RELEASING-DATE
           MOVE FV-RELEASING-SEQ TO CKPT-RELEASING-SEQ
           OPEN OUTPUT FV-CHECKPOINT-FILE
           WRITE FV-CHECKPOINT-RECORD
           CLOSE FV-CHECKPOINT-FILE.
           MOVE FUTURE-VALUE TO GL-FUTURE-VALUE
           WRITE GL-EXTRACT-RECORD.

      * ---------------------------------
      * WHERE A PROJECTION STARTS - THE OPENING INVESTMENT IN
      * YEAR ONE, OR THE ACTUAL BALANCE IN THE PLAN YEAR NOW
      * RUNNING ONCE ACTIVITY HAS BEEN POSTED
      * ---------------------------------
       282-START-PROJECTION.
           IF FV-PROJECT-FROM-ACTUAL
               MOVE FVACT-START-BALANCE TO FUTURE-VALUE
               MOVE FVACT-START-YEAR TO YEAR-COUNTER
           ELSE
               MOVE INVESTMENT-AMOUNT TO FUTURE-VALUE
               MOVE 1 TO YEAR-COUNTER
           END-IF.

      * ---------------------------------
      * AN ACCOUNT WITH POSTED ACTIVITY IS PROJECTED FROM ITS
      * ACTUAL BALANCE OVER THE PLAN YEARS NOT YET COMPLETED.
      * WHOLE YEARS ARE COUNTED FROM THE OPEN DATE TO THE
      * BUSINESS DATE; A PLAN ALREADY RUN OUT PROJECTS NO
      * YEARS AND VALUES AT THE ACTUAL BALANCE
      * ---------------------------------
       283-SET-PROJECTION-BASIS.
           MOVE "N" TO FVACT-ACTUAL-SWITCH
           MOVE 1 TO FVACT-START-YEAR
           IF FVM-BALANCE-DATE IS NUMERIC
               AND FVM-BALANCE-DATE > ZERO
               AND FVM-ACTUAL-BALANCE IS NUMERIC
               MOVE "Y" TO FVACT-ACTUAL-SWITCH
               MOVE FVM-ACTUAL-BALANCE TO FVACT-START-BALANCE
               MOVE ZERO TO FVACT-ELAPSED-YEARS
               IF FVM-OPEN-DATE IS NUMERIC
                   AND FVM-OPEN-DATE > ZERO
                   MOVE FVM-OPEN-DATE TO FVACT-OPEN-DATE
                   MOVE WS-RUN-DATE TO FVACT-ASOF-DATE
                   COMPUTE FVACT-ELAPSED-YEARS =
                       FVACT-ASOF-YEAR - FVACT-OPEN-YEAR
                   IF FVACT-ASOF-MMDD < FVACT-OPEN-MMDD
                       SUBTRACT 1 FROM FVACT-ELAPSED-YEARS
                   END-IF
                   IF FVACT-ELAPSED-YEARS < ZERO
                       MOVE ZERO TO FVACT-ELAPSED-YEARS
                   END-IF
               END-IF
               IF FVACT-ELAPSED-YEARS >= FVM-YEARS
                   COMPUTE FVACT-START-YEAR = FVM-YEARS + 1
               ELSE
                   COMPUTE FVACT-START-YEAR = FVACT-ELAPSED-YEARS + 1
               END-IF
           END-IF.

       281-WRITE-ACTUAL-BALANCE-LINE.
           MOVE FVACT-START-BALANCE TO EDITED-FVACT-AMOUNT
           MOVE SPACES TO FV-SCHEDULE-RECORD
           STRING "ACCT " DELIMITED BY SIZE
               FVM-ACCT-NUMBER DELIMITED BY SIZE
               " ACTUAL BAL " DELIMITED BY SIZE
               EDITED-FVACT-AMOUNT DELIMITED BY SIZE
               " AS OF " DELIMITED BY SIZE
               FVM-BALANCE-DATE DELIMITED BY SIZE
               " FROM YEAR " DELIMITED BY SIZE
               FVACT-START-YEAR DELIMITED BY SIZE
               INTO FV-SCHEDULE-RECORD
           END-STRING
           WRITE FV-SCHEDULE-RECORD.

      * =================================
      * FV ACCOUNT ACTIVITY POSTING
      * POSTS THE DATED DEPOSITS, WITHDRAWALS AND INTEREST
      * CREDITS ON THE ACTIVITY FILE TO THE ACCOUNTS' ACTUAL
      * BALANCES.  DATES ARE TAKEN IN ORDER, OLDEST FIRST, UP TO
      * THE BUSINESS DATE.  AN ACCOUNT ON HOLD OR CLOSED, AN
      * UNKNOWN ACCOUNT, OR A WITHDRAWAL THAT WOULD TAKE THE
      * BALANCE BELOW ZERO IS REJECTED TO THE EXCEPTION LOG
      * =================================
       285-RUN-FV-ACTIVITY-POSTING.
           MOVE ZERO TO FVACT-POSTED-COUNT
           MOVE ZERO TO FVACT-REJECT-COUNT
           MOVE ZERO TO FVACT-WAITING-COUNT
           PERFORM 286-LOAD-FV-ACTIVITY-TABLE
           EVALUATE TRUE
               WHEN FV-ACTIVITY-STATUS = "35"
                   DISPLAY "FV-ACTIVITY-FILE NOT FOUND - NO ACCOUNT "
                       "ACTIVITY TO POST."
               WHEN FVACT-TABLE-OVERFLOW
                   DISPLAY "FV-ACTIVITY-FILE HOLDS MORE THAN 5000 "
                       "RECORDS - POSTING REFUSED."
                   MOVE "Y" TO RUN-FAILURE-SWITCH
               WHEN OTHER
                   OPEN I-O FV-MASTER-FILE
                   IF FV-MASTER-STATUS NOT = "00"
                       DISPLAY "FV-MASTER-FILE NOT AVAILABLE - "
                           "ACCOUNT ACTIVITY NOT POSTED."
                       MOVE "Y" TO RUN-FAILURE-SWITCH
                   ELSE
                       PERFORM 284-POST-ACTIVITY-BY-DATE
                       CLOSE FV-MASTER-FILE
                       PERFORM 289-REWRITE-FV-ACTIVITY-FILE
                       MOVE "FV ACTIVITY POSTING" TO AUDIT-CALC-TYPE
                       MOVE SPACES TO AUDIT-DETAIL
                       STRING "RECORDS=" DELIMITED BY SIZE
                           FVACT-COUNT DELIMITED BY SIZE
                           " POSTED=" DELIMITED BY SIZE
                           FVACT-POSTED-COUNT DELIMITED BY SIZE
                           " REJECTED=" DELIMITED BY SIZE
                           FVACT-REJECT-COUNT DELIMITED BY SIZE
                           " WAITING=" DELIMITED BY SIZE
                           FVACT-WAITING-COUNT DELIMITED BY SIZE
                           INTO AUDIT-DETAIL
                       END-STRING
                       PERFORM 960-WRITE-AUDIT-RECORD
                       DISPLAY "FV ACCOUNT ACTIVITY POSTING COMPLETE."
                       DISPLAY "ACTIVITY POSTED    : "
                           FVACT-POSTED-COUNT
                       DISPLAY "ACTIVITY REJECTED  : "
                           FVACT-REJECT-COUNT
                       DISPLAY "DATED AFTER BUSINESS DATE (WAITING): "
                           FVACT-WAITING-COUNT
                   END-IF
           END-EVALUATE.

      * ---------------------------------
      * ONE PASS PER ACTIVITY DATE, OLDEST FIRST.  WHAT IS
      * LEFT UNPOSTED AFTERWARDS EITHER HAS A BAD DATE, WHICH
      * IS REJECTED, OR IS DATED AFTER THE BUSINESS DATE AND
      * WAITS FOR A LATER RUN
      * ---------------------------------
       284-POST-ACTIVITY-BY-DATE.
           MOVE ZERO TO FVACT-CURRENT-DATE
           PERFORM 279-FIND-NEXT-ACTIVITY-DATE
           PERFORM UNTIL NOT FVACT-MORE-DATES
               PERFORM VARYING FVACT-IDX FROM 1 BY 1
                   UNTIL FVACT-IDX > FVACT-COUNT
                   SET FVT-IDX TO FVACT-IDX
                   IF FVT-POST-STATUS (FVT-IDX) = SPACE
                       AND FVT-ACTIVITY-DATE (FVT-IDX)
                           = FVACT-CURRENT-DATE
                       PERFORM 287-POST-ONE-FV-ACTIVITY
                   END-IF
               END-PERFORM
               PERFORM 279-FIND-NEXT-ACTIVITY-DATE
           END-PERFORM
           PERFORM VARYING FVACT-IDX FROM 1 BY 1
               UNTIL FVACT-IDX > FVACT-COUNT
               SET FVT-IDX TO FVACT-IDX
               IF FVT-POST-STATUS (FVT-IDX) = SPACE
                   MOVE FVT-ACTIVITY-DATE (FVT-IDX)
                       TO DATE-UNDER-VALIDATION
                   PERFORM 440-VALIDATE-DATE
                   IF ENTRY-IS-VALID
                       ADD 1 TO FVACT-WAITING-COUNT
                   ELSE
                       PERFORM 287-POST-ONE-FV-ACTIVITY
                   END-IF
               END-IF
           END-PERFORM.

       279-FIND-NEXT-ACTIVITY-DATE.
           MOVE "N" TO FVACT-DATE-SWITCH
           MOVE 99999999 TO FVACT-NEXT-DATE
           PERFORM VARYING FVACT-IDX FROM 1 BY 1
               UNTIL FVACT-IDX > FVACT-COUNT
               SET FVT-IDX TO FVACT-IDX
               IF FVT-POST-STATUS (FVT-IDX) = SPACE
                   AND FVT-ACTIVITY-DATE (FVT-IDX) IS NUMERIC
                   IF FVT-ACTIVITY-DATE (FVT-IDX) > FVACT-CURRENT-DATE
                       AND FVT-ACTIVITY-DATE (FVT-IDX) <= WS-RUN-DATE
                       AND FVT-ACTIVITY-DATE (FVT-IDX)
                           < FVACT-NEXT-DATE
                       MOVE FVT-ACTIVITY-DATE (FVT-IDX)
                           TO FVACT-NEXT-DATE
                       MOVE "Y" TO FVACT-DATE-SWITCH
                   END-IF
               END-IF
           END-PERFORM
           IF FVACT-MORE-DATES
               MOVE FVACT-NEXT-DATE TO FVACT-CURRENT-DATE
           END-IF.

       286-LOAD-FV-ACTIVITY-TABLE.
           MOVE ZERO TO FVACT-COUNT
           MOVE "N" TO FVACT-OVFL-SWITCH
           OPEN INPUT FV-ACTIVITY-FILE
           IF FV-ACTIVITY-STATUS NOT = "35"
               MOVE "N" TO FVACT-EOF-SWITCH
               READ FV-ACTIVITY-FILE
                   AT END MOVE "Y" TO FVACT-EOF-SWITCH
               END-READ
               PERFORM UNTIL FVACT-FILE-EOF
                   IF FVACT-COUNT < 5000
                       ADD 1 TO FVACT-COUNT
                       SET FVT-IDX TO FVACT-COUNT
                       MOVE FV-ACTIVITY-RECORD TO FVACT-ENTRY (FVT-IDX)
                   ELSE
                       MOVE "Y" TO FVACT-OVFL-SWITCH
                   END-IF
                   READ FV-ACTIVITY-FILE
                       AT END MOVE "Y" TO FVACT-EOF-SWITCH
                   END-READ
               END-PERFORM
               CLOSE FV-ACTIVITY-FILE
           END-IF.

      * ---------------------------------
      * THE FIRST ACTIVITY ON AN ACCOUNT STARTS ITS ACTUAL
      * BALANCE FROM THE OPENING INVESTMENT.  AN OLDER ACCOUNT
      * WITH NO OPEN DATE TAKES ITS FIRST ACTIVITY DATE.  AN
      * ACCOUNT ALREADY CONFIRMED BY THE GL IS MARKED FOR
      * VALUATION AGAIN, SINCE ITS VALUE HAS CHANGED
      * ---------------------------------
       287-POST-ONE-FV-ACTIVITY.
           PERFORM 288-VALIDATE-FV-ACTIVITY
           MOVE WS-RUN-DATE TO FVT-POSTED-DATE (FVT-IDX)
           IF ENTRY-IS-VALID
               MOVE FVACT-NEW-BALANCE TO FVM-ACTUAL-BALANCE
               IF FVM-BALANCE-DATE IS NOT NUMERIC
                   OR FVM-BALANCE-DATE < FVT-ACTIVITY-DATE (FVT-IDX)
                   MOVE FVT-ACTIVITY-DATE (FVT-IDX) TO FVM-BALANCE-DATE
               END-IF
               IF FVM-OPEN-DATE IS NOT NUMERIC
                   OR FVM-OPEN-DATE = ZERO
                   MOVE FVT-ACTIVITY-DATE (FVT-IDX) TO FVM-OPEN-DATE
               END-IF
               IF FVM-POSTED-TO-GL
                   MOVE "N" TO FVM-POSTED-FLAG
               END-IF
               IF FVM-EXTRACT-PENDING
                   MOVE "R" TO FVM-POSTED-FLAG
               END-IF
               REWRITE FV-MASTER-RECORD
               MOVE "P" TO FVT-POST-STATUS (FVT-IDX)
               ADD 1 TO FVACT-POSTED-COUNT
           ELSE
               MOVE "R" TO FVT-POST-STATUS (FVT-IDX)
               ADD 1 TO FVACT-REJECT-COUNT
               ADD 1 TO FV-REJECT-COUNT
               DISPLAY "REJECTED ACTIVITY " FVT-ACCT-NUMBER (FVT-IDX)
                   " " FVT-REFERENCE (FVT-IDX) ": " REJECT-REASON
               MOVE "FV ACTIVITY POSTING" TO EXCEPTION-SOURCE
               MOVE FVT-ACCT-NUMBER (FVT-IDX)
                   TO EXCEPTION-VALUE-DISPLAY
               PERFORM 950-LOG-EXCEPTION-RECORD
           END-IF.

       288-VALIDATE-FV-ACTIVITY.
           MOVE FVT-ACTIVITY-DATE (FVT-IDX) TO DATE-UNDER-VALIDATION
           PERFORM 440-VALIDATE-DATE
           IF ENTRY-IS-VALID
               IF FVT-ACTIVITY-TYPE (FVT-IDX) NOT = "D"
                   AND FVT-ACTIVITY-TYPE (FVT-IDX) NOT = "W"
                   AND FVT-ACTIVITY-TYPE (FVT-IDX) NOT = "I"
                   MOVE "N" TO VALID-ENTRY-SWITCH
                   MOVE "ACTIVITY TYPE MUST BE D, W OR I"
                       TO REJECT-REASON
               END-IF
           END-IF
           IF ENTRY-IS-VALID
               IF FVT-AMOUNT (FVT-IDX) IS NOT NUMERIC
                   MOVE "N" TO VALID-ENTRY-SWITCH
                   MOVE "ACTIVITY AMOUNT MUST BE NUMERIC"
                       TO REJECT-REASON
               ELSE
                   IF FVT-AMOUNT (FVT-IDX) = ZERO
                       MOVE "N" TO VALID-ENTRY-SWITCH
                       MOVE "ACTIVITY AMOUNT MUST BE GREATER THAN ZERO"
                           TO REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF ENTRY-IS-VALID
               MOVE FVT-ACCT-NUMBER (FVT-IDX) TO FVM-ACCT-NUMBER
               READ FV-MASTER-FILE
                   INVALID KEY
                       MOVE "N" TO VALID-ENTRY-SWITCH
                       MOVE "ACCOUNT NOT ON FV MASTER" TO REJECT-REASON
               END-READ
           END-IF
           IF ENTRY-IS-VALID
               EVALUATE TRUE
                   WHEN FVM-ACCOUNT-CLOSED
                       MOVE "N" TO VALID-ENTRY-SWITCH
                       MOVE "ACCOUNT IS CLOSED" TO REJECT-REASON
                   WHEN FVM-ACCOUNT-ON-HOLD
                       MOVE "N" TO VALID-ENTRY-SWITCH
                       MOVE "ACCOUNT IS ON HOLD" TO REJECT-REASON
                   WHEN NOT FVM-ACCOUNT-ACTIVE
                       MOVE "N" TO VALID-ENTRY-SWITCH
                       MOVE "ACCOUNT IS NOT ACTIVE" TO REJECT-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF ENTRY-IS-VALID
               IF FVM-OPEN-DATE IS NUMERIC
                   AND FVT-ACTIVITY-DATE (FVT-IDX) < FVM-OPEN-DATE
                   MOVE "N" TO VALID-ENTRY-SWITCH
                   MOVE "ACTIVITY DATED BEFORE THE ACCOUNT OPENED"
                       TO REJECT-REASON
               END-IF
           END-IF
           IF ENTRY-IS-VALID
               IF FVM-BALANCE-DATE IS NUMERIC
                   AND FVM-BALANCE-DATE > ZERO
                   AND FVM-ACTUAL-BALANCE IS NUMERIC
                   MOVE FVM-ACTUAL-BALANCE TO FVACT-NEW-BALANCE
               ELSE
                   MOVE FVM-INVESTMENT TO FVACT-NEW-BALANCE
               END-IF
               IF FVT-ACTIVITY-TYPE (FVT-IDX) = "W"
                   IF FVT-AMOUNT (FVT-IDX) > FVACT-NEW-BALANCE
                       MOVE "N" TO VALID-ENTRY-SWITCH
                       MOVE "WITHDRAWAL WOULD OVERDRAW THE ACCOUNT"
                           TO REJECT-REASON
                   ELSE
                       SUBTRACT FVT-AMOUNT (FVT-IDX)
                           FROM FVACT-NEW-BALANCE
                   END-IF
               ELSE
                   ADD FVT-AMOUNT (FVT-IDX) TO FVACT-NEW-BALANCE
                   IF FVACT-NEW-BALANCE > 9999999.99
                       MOVE "N" TO VALID-ENTRY-SWITCH
                       MOVE "BALANCE WOULD EXCEED 9,999,999.99"
                           TO REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       289-REWRITE-FV-ACTIVITY-FILE.
           OPEN OUTPUT FV-ACTIVITY-FILE
           PERFORM VARYING FVACT-IDX FROM 1 BY 1
               UNTIL FVACT-IDX > FVACT-COUNT
               SET FVT-IDX TO FVACT-IDX
               MOVE FVACT-ENTRY (FVT-IDX) TO FV-ACTIVITY-RECORD
               WRITE FV-ACTIVITY-RECORD
           END-PERFORM
           CLOSE FV-ACTIVITY-FILE.

      * =================================
      * FV CUSTOMER STATEMENT RUN
      * ONE MAILABLE STATEMENT PER ACTIVE ACCOUNT - ALL OF THEM,
      * OR A RANGE OF ACCOUNT NUMBERS - EACH STARTING ON A NEW
      * PAGE, FOLLOWED BY A CONTROL PAGE.  THE CHECKPOINT IS
      * TAKEN AFTER EVERY ACCOUNT, NOT EVERY FEW AS IN THE FV
      * BATCH, BECAUSE PRINTED STATEMENTS CANNOT BE TAKEN BACK -
      * A RESUMED RUN APPENDS FROM THE ACCOUNT AFTER THE LAST
      * ONE FINISHED
      * =================================
       291-RUN-FV-STATEMENTS.
           MOVE ZERO TO STMT-ACCOUNTS-READ
           MOVE ZERO TO STMT-COUNT
           MOVE ZERO TO STMT-PAGE-COUNT
           MOVE ZERO TO STMT-SKIP-CLOSED
           MOVE ZERO TO STMT-SKIP-HOLD
           MOVE ZERO TO STMT-SKIP-OTHER
           MOVE ZERO TO STMT-REJECT-COUNT
           MOVE "N" TO STMT-EOF-SWITCH
           PERFORM 292-READ-STMT-CHECKPOINT
           IF STMT-IS-RESTART
               DISPLAY "RESUMING STATEMENT RUN AFTER ACCOUNT "
                   STMT-RESTART-ACCOUNT
           ELSE
               MOVE WS-RUN-DATE TO STMT-DATE
               MOVE SPACES TO STMT-FROM-ACCOUNT
               MOVE SPACES TO STMT-TO-ACCOUNT
               IF NOT UNATTENDED-RUN
                   DISPLAY "ENTER FIRST ACCOUNT NUMBER (BLANK FOR "
                       "ALL ACTIVE ACCOUNTS)."
                   ACCEPT STMT-FROM-ACCOUNT
                   IF STMT-FROM-ACCOUNT NOT = SPACES
                       DISPLAY "ENTER LAST ACCOUNT NUMBER (BLANK FOR "
                           "NO UPPER LIMIT)."
                       ACCEPT STMT-TO-ACCOUNT
                       IF STMT-TO-ACCOUNT NOT = SPACES
                           AND STMT-TO-ACCOUNT < STMT-FROM-ACCOUNT
                           DISPLAY "LAST ACCOUNT IS BEFORE FIRST "
                               "ACCOUNT - NO STATEMENTS PRINTED."
                           MOVE "Y" TO STMT-EOF-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF NOT STMT-MASTER-EOF
               OPEN INPUT FV-MASTER-FILE
               IF FV-MASTER-STATUS NOT = "00"
                   DISPLAY "FV-MASTER-FILE NOT AVAILABLE - "
                       "NO STATEMENTS PRINTED."
                   MOVE "Y" TO RUN-FAILURE-SWITCH
               ELSE
                   IF STMT-IS-RESTART
                       OPEN EXTEND FV-STATEMENT-FILE
                       IF FV-STATEMENT-STATUS = "35"
                           OPEN OUTPUT FV-STATEMENT-FILE
                       END-IF
                       MOVE STMT-RESTART-ACCOUNT TO FVM-ACCT-NUMBER
                       START FV-MASTER-FILE
                           KEY IS GREATER THAN FVM-ACCT-NUMBER
                           INVALID KEY MOVE "Y" TO STMT-EOF-SWITCH
                       END-START
                   ELSE
                       OPEN OUTPUT FV-STATEMENT-FILE
                       IF STMT-FROM-ACCOUNT NOT = SPACES
                           MOVE STMT-FROM-ACCOUNT TO FVM-ACCT-NUMBER
                           START FV-MASTER-FILE
                               KEY IS NOT LESS THAN FVM-ACCT-NUMBER
                               INVALID KEY MOVE "Y" TO STMT-EOF-SWITCH
                           END-START
                       END-IF
                   END-IF
                   IF NOT STMT-MASTER-EOF
                       READ FV-MASTER-FILE NEXT RECORD
                           AT END MOVE "Y" TO STMT-EOF-SWITCH
                       END-READ
                   END-IF
                   PERFORM UNTIL STMT-MASTER-EOF
                       IF STMT-TO-ACCOUNT NOT = SPACES
                           AND FVM-ACCT-NUMBER > STMT-TO-ACCOUNT
                           MOVE "Y" TO STMT-EOF-SWITCH
                       ELSE
                           ADD 1 TO STMT-ACCOUNTS-READ
                           EVALUATE TRUE
                               WHEN FVM-ACCOUNT-ACTIVE
                                   PERFORM 293-PRINT-ONE-STATEMENT
                               WHEN FVM-ACCOUNT-CLOSED
                                   ADD 1 TO STMT-SKIP-CLOSED
                               WHEN FVM-ACCOUNT-ON-HOLD
                                   ADD 1 TO STMT-SKIP-HOLD
                               WHEN OTHER
                                   ADD 1 TO STMT-SKIP-OTHER
                           END-EVALUATE
                           PERFORM 298-WRITE-STMT-CHECKPOINT
                           READ FV-MASTER-FILE NEXT RECORD
                               AT END MOVE "Y" TO STMT-EOF-SWITCH
                           END-READ
                       END-IF
                   END-PERFORM
                   PERFORM 299-WRITE-STMT-CONTROL-PAGE
                   CLOSE FV-STATEMENT-FILE
                   CLOSE FV-MASTER-FILE
                   OPEN OUTPUT FV-STMT-CHECKPOINT-FILE
                   CLOSE FV-STMT-CHECKPOINT-FILE
                   MOVE "FV STATEMENT RUN" TO AUDIT-CALC-TYPE
                   MOVE SPACES TO AUDIT-DETAIL
                   STRING "DATE=" DELIMITED BY SIZE
                       STMT-DATE DELIMITED BY SIZE
                       " FROM=" DELIMITED BY SIZE
                       STMT-FROM-ACCOUNT DELIMITED BY SIZE
                       " TO=" DELIMITED BY SIZE
                       STMT-TO-ACCOUNT DELIMITED BY SIZE
                       " STMTS=" DELIMITED BY SIZE
                       STMT-COUNT DELIMITED BY SIZE
                       " PAGES=" DELIMITED BY SIZE
                       STMT-PAGE-COUNT DELIMITED BY SIZE
                       " RESTART=" DELIMITED BY SIZE
                       STMT-RESTART-SWITCH DELIMITED BY SIZE
                       INTO AUDIT-DETAIL
                   END-STRING
                   PERFORM 960-WRITE-AUDIT-RECORD
                   DISPLAY "FV STATEMENT RUN COMPLETE."
                   DISPLAY "STATEMENTS PRODUCED: " STMT-COUNT
                   DISPLAY "PAGES PRINTED      : " STMT-PAGE-COUNT
               END-IF
           END-IF.

       292-READ-STMT-CHECKPOINT.
           MOVE "N" TO STMT-RESTART-SWITCH
           OPEN INPUT FV-STMT-CHECKPOINT-FILE
           IF FV-STMT-CKPT-STATUS = "00"
               READ FV-STMT-CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF STCK-LAST-ACCOUNT NOT = SPACES
                           MOVE "Y" TO STMT-RESTART-SWITCH
                           MOVE STCK-LAST-ACCOUNT
                               TO STMT-RESTART-ACCOUNT
                           MOVE STCK-STATEMENT-DATE TO STMT-DATE
                           MOVE STCK-FROM-ACCOUNT TO STMT-FROM-ACCOUNT
                           MOVE STCK-TO-ACCOUNT TO STMT-TO-ACCOUNT
                           MOVE STCK-ACCOUNTS-READ
                               TO STMT-ACCOUNTS-READ
                           MOVE STCK-STATEMENT-COUNT TO STMT-COUNT
                           MOVE STCK-PAGE-COUNT TO STMT-PAGE-COUNT
                           MOVE STCK-SKIP-CLOSED TO STMT-SKIP-CLOSED
                           MOVE STCK-SKIP-HOLD TO STMT-SKIP-HOLD
                           MOVE STCK-SKIP-OTHER TO STMT-SKIP-OTHER
                           MOVE STCK-REJECT-COUNT TO STMT-REJECT-COUNT
                       END-IF
               END-READ
               CLOSE FV-STMT-CHECKPOINT-FILE
           END-IF.

      * ---------------------------------
      * THE SCHEDULE IS PROJECTED THE SAME WAY THE FV BATCH
      * VALUES THE ACCOUNT - FROM THE ACTUAL BALANCE ONCE
      * ACTIVITY HAS POSTED - BUT ONLY PRINTED HERE, SO THE
      * OPERATIONS SCHEDULE FILE AND GL EXTRACT ARE UNTOUCHED
      * ---------------------------------
       293-PRINT-ONE-STATEMENT.
           MOVE FVM-INVESTMENT TO INVESTMENT-AMOUNT
           MOVE FVM-YEARS TO NUMBER-OF-YEARS
           MOVE FVM-STANDARD-RATE TO YEARLY-INTEREST-RATE
           MOVE FVM-CONTRIBUTION TO ANNUAL-CONTRIBUTION
           PERFORM 910-VALIDATE-INVESTMENT-AMOUNT
           IF ENTRY-IS-VALID
               PERFORM 920-VALIDATE-NUMBER-OF-YEARS
           END-IF
           IF ENTRY-IS-VALID
               MOVE YEARLY-INTEREST-RATE TO RATE-UNDER-VALIDATION
               PERFORM 930-VALIDATE-INTEREST-RATE
           END-IF
           IF ENTRY-IS-VALID
               PERFORM 940-VALIDATE-ANNUAL-CONTRIBUTION
           END-IF
           IF NOT ENTRY-IS-VALID
               DISPLAY "NO STATEMENT FOR ACCOUNT " FVM-ACCT-NUMBER
                   ": " REJECT-REASON
               ADD 1 TO STMT-REJECT-COUNT
               ADD 1 TO FV-REJECT-COUNT
               MOVE "FV STATEMENT RUN" TO EXCEPTION-SOURCE
               PERFORM 950-LOG-EXCEPTION-RECORD
           ELSE
               ADD 1 TO STMT-COUNT
               MOVE ZERO TO STMT-PAGE-NUMBER
               MOVE "FUTURE VALUE ACCOUNT STATEMENT"
                   TO STMT-HEADER-TITLE
               MOVE SPACES TO STMT-HEADER-REF
               STRING "ACCOUNT " DELIMITED BY SIZE
                   FVM-ACCT-NUMBER DELIMITED BY SIZE
                   INTO STMT-HEADER-REF
               END-STRING
               PERFORM 294-WRITE-STMT-PAGE-HEADER
               MOVE SPACES TO STMT-PRINT-LINE
               STRING "ACCOUNT NUMBER       : " DELIMITED BY SIZE
                   FVM-ACCT-NUMBER DELIMITED BY SIZE
                   INTO STMT-PRINT-LINE
               END-STRING
               PERFORM 296-WRITE-STMT-LINE
               MOVE "ACCOUNT STATUS       : ACTIVE"
                   TO STMT-PRINT-LINE
               PERFORM 296-WRITE-STMT-LINE
               MOVE FVM-INVESTMENT TO EDITED-STMT-INVESTMENT
               MOVE SPACES TO STMT-PRINT-LINE
               STRING "STARTING INVESTMENT  : " DELIMITED BY SIZE
                   EDITED-STMT-INVESTMENT DELIMITED BY SIZE
                   INTO STMT-PRINT-LINE
               END-STRING
               PERFORM 296-WRITE-STMT-LINE
               MOVE FVM-CONTRIBUTION TO EDITED-STMT-CONTRIB
               MOVE SPACES TO STMT-PRINT-LINE
               STRING "PLANNED CONTRIBUTION : " DELIMITED BY SIZE
                   EDITED-STMT-CONTRIB DELIMITED BY SIZE
                   " PER YEAR FOR " DELIMITED BY SIZE
                   FVM-YEARS DELIMITED BY SIZE
                   " YEARS" DELIMITED BY SIZE
                   INTO STMT-PRINT-LINE
               END-STRING
               PERFORM 296-WRITE-STMT-LINE
               MOVE FVM-STANDARD-RATE TO EDITED-STMT-RATE
               MOVE SPACES TO STMT-PRINT-LINE
               STRING "STANDARD RATE        : " DELIMITED BY SIZE
                   EDITED-STMT-RATE DELIMITED BY SIZE
                   " PERCENT PER YEAR" DELIMITED BY SIZE
                   INTO STMT-PRINT-LINE
               END-STRING
               PERFORM 296-WRITE-STMT-LINE
               MOVE SPACES TO STMT-PRINT-LINE
               IF FVM-LAST-VAL-DATE IS NUMERIC
                   AND FVM-LAST-VAL-DATE > ZERO
                   MOVE FVM-LAST-VAL-RESULT TO EDITED-STMT-AMOUNT
                   STRING "LAST VALUATION       : " DELIMITED BY SIZE
                       FVM-LAST-VAL-DATE DELIMITED BY SIZE
                       "  RESULT " DELIMITED BY SIZE
                       EDITED-STMT-AMOUNT DELIMITED BY SIZE
                       INTO STMT-PRINT-LINE
                   END-STRING
               ELSE
                   MOVE "LAST VALUATION       : NOT YET VALUED"
                       TO STMT-PRINT-LINE
               END-IF
               PERFORM 296-WRITE-STMT-LINE
               PERFORM 283-SET-PROJECTION-BASIS
               IF FV-PROJECT-FROM-ACTUAL
                   MOVE FVACT-START-BALANCE TO EDITED-STMT-AMOUNT
                   MOVE SPACES TO STMT-PRINT-LINE
                   STRING "ACTUAL BALANCE       : " DELIMITED BY SIZE
                       EDITED-STMT-AMOUNT DELIMITED BY SIZE
                       " AS OF " DELIMITED BY SIZE
                       FVM-BALANCE-DATE DELIMITED BY SIZE
                       INTO STMT-PRINT-LINE
                   END-STRING
                   PERFORM 296-WRITE-STMT-LINE
               END-IF
               MOVE SPACES TO STMT-PRINT-LINE
               PERFORM 296-WRITE-STMT-LINE
               MOVE "PROJECTED SCHEDULE" TO STMT-PRINT-LINE
               PERFORM 296-WRITE-STMT-LINE
               MOVE "YEAR    STARTING BAL      INTEREST    ENDING BAL"
                   TO STMT-PRINT-LINE
               PERFORM 296-WRITE-STMT-LINE
               PERFORM 282-START-PROJECTION
               IF YEAR-COUNTER > NUMBER-OF-YEARS
                   MOVE "PLAN TERM COMPLETE - NO YEARS LEFT TO PROJECT"
                       TO STMT-PRINT-LINE
                   PERFORM 296-WRITE-STMT-LINE
               END-IF
               PERFORM 297-PRINT-STMT-SCHEDULE-YEAR
                   UNTIL YEAR-COUNTER > NUMBER-OF-YEARS
               MOVE FUTURE-VALUE TO EDITED-STMT-AMOUNT
               MOVE SPACES TO STMT-PRINT-LINE
               PERFORM 296-WRITE-STMT-LINE
               STRING "PROJECTED VALUE AT END OF PLAN: "
                       DELIMITED BY SIZE
                   EDITED-STMT-AMOUNT DELIMITED BY SIZE
                   INTO STMT-PRINT-LINE
               END-STRING
               PERFORM 296-WRITE-STMT-LINE
               MOVE "N" TO FVACT-ACTUAL-SWITCH
           END-IF.

      * ---------------------------------
      * A NEW PAGE - PAGE NUMBERS RUN WITHIN EACH STATEMENT,
      * THE PAGE COUNT ACROSS THE WHOLE RUN
      * ---------------------------------
       294-WRITE-STMT-PAGE-HEADER.
           ADD 1 TO STMT-PAGE-COUNT
           ADD 1 TO STMT-PAGE-NUMBER
           MOVE SPACES TO FV-STATEMENT-RECORD
           STRING STMT-HEADER-TITLE DELIMITED BY SIZE
               "          PAGE " DELIMITED BY SIZE
               STMT-PAGE-NUMBER DELIMITED BY SIZE
               INTO FV-STATEMENT-RECORD
           END-STRING
           WRITE FV-STATEMENT-RECORD AFTER ADVANCING PAGE
           MOVE SPACES TO FV-STATEMENT-RECORD
           STRING "STATEMENT DATE " DELIMITED BY SIZE
               STMT-DATE DELIMITED BY SIZE
               "          " DELIMITED BY SIZE
               STMT-HEADER-REF DELIMITED BY SIZE
               INTO FV-STATEMENT-RECORD
           END-STRING
           WRITE FV-STATEMENT-RECORD
           MOVE ALL "-" TO FV-STATEMENT-RECORD
           WRITE FV-STATEMENT-RECORD
           MOVE 3 TO STMT-PAGE-LINES.

       296-WRITE-STMT-LINE.
           IF STMT-PAGE-LINES >= STMT-LINES-PER-PAGE
               PERFORM 294-WRITE-STMT-PAGE-HEADER
           END-IF
           WRITE FV-STATEMENT-RECORD FROM STMT-PRINT-LINE
           ADD 1 TO STMT-PAGE-LINES
           MOVE SPACES TO STMT-PRINT-LINE.

       297-PRINT-STMT-SCHEDULE-YEAR.
           MOVE YEAR-COUNTER TO STMT-YEAR
           PERFORM 245-TRIAL-NEXT-FV
           MOVE STARTING-BALANCE TO EDITED-STARTING-BAL
           MOVE INTEREST-APPLIED TO EDITED-INTEREST-APPL
           MOVE FUTURE-VALUE TO EDITED-FUTURE-VALUE
           MOVE SPACES TO STMT-PRINT-LINE
           STRING " " DELIMITED BY SIZE
               STMT-YEAR DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               EDITED-STARTING-BAL DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               EDITED-INTEREST-APPL DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               EDITED-FUTURE-VALUE DELIMITED BY SIZE
               INTO STMT-PRINT-LINE
           END-STRING
           PERFORM 296-WRITE-STMT-LINE.

       298-WRITE-STMT-CHECKPOINT.
           MOVE FVM-ACCT-NUMBER TO STCK-LAST-ACCOUNT
           MOVE STMT-DATE TO STCK-STATEMENT-DATE
           MOVE STMT-FROM-ACCOUNT TO STCK-FROM-ACCOUNT
           MOVE STMT-TO-ACCOUNT TO STCK-TO-ACCOUNT
           MOVE STMT-ACCOUNTS-READ TO STCK-ACCOUNTS-READ
           MOVE STMT-COUNT TO STCK-STATEMENT-COUNT
           MOVE STMT-PAGE-COUNT TO STCK-PAGE-COUNT
           MOVE STMT-SKIP-CLOSED TO STCK-SKIP-CLOSED
           MOVE STMT-SKIP-HOLD TO STCK-SKIP-HOLD
           MOVE STMT-SKIP-OTHER TO STCK-SKIP-OTHER
           MOVE STMT-REJECT-COUNT TO STCK-REJECT-COUNT
           OPEN OUTPUT FV-STMT-CHECKPOINT-FILE
           WRITE FV-STMT-CHECKPOINT-RECORD
           CLOSE FV-STMT-CHECKPOINT-FILE.

       299-WRITE-STMT-CONTROL-PAGE.
           MOVE ZERO TO STMT-PAGE-NUMBER
           MOVE "FV STATEMENT RUN - CONTROL PAGE"
               TO STMT-HEADER-TITLE
           MOVE SPACES TO STMT-HEADER-REF
           PERFORM 294-WRITE-STMT-PAGE-HEADER
           IF STMT-FROM-ACCOUNT = SPACES
               MOVE "ACCOUNTS SELECTED    : ALL ACTIVE ACCOUNTS"
                   TO STMT-PRINT-LINE
           ELSE
               STRING "ACCOUNTS SELECTED    : " DELIMITED BY SIZE
                   STMT-FROM-ACCOUNT DELIMITED BY SIZE
                   " THROUGH " DELIMITED BY SIZE
                   STMT-TO-ACCOUNT DELIMITED BY SIZE
                   INTO STMT-PRINT-LINE
               END-STRING
               IF STMT-TO-ACCOUNT = SPACES
                   MOVE "END OF FILE" TO STMT-PRINT-LINE (43:11)
               END-IF
           END-IF
           PERFORM 296-WRITE-STMT-LINE
           STRING "ACCOUNTS READ        : " DELIMITED BY SIZE
               STMT-ACCOUNTS-READ DELIMITED BY SIZE
               INTO STMT-PRINT-LINE
           END-STRING
           PERFORM 296-WRITE-STMT-LINE
           STRING "STATEMENTS PRODUCED  : " DELIMITED BY SIZE
               STMT-COUNT DELIMITED BY SIZE
               INTO STMT-PRINT-LINE
           END-STRING
           PERFORM 296-WRITE-STMT-LINE
           STRING "STATEMENT PAGES      : " DELIMITED BY SIZE
               STMT-PAGE-COUNT DELIMITED BY SIZE
               " (INCLUDING THIS PAGE)" DELIMITED BY SIZE
               INTO STMT-PRINT-LINE
           END-STRING
           PERFORM 296-WRITE-STMT-LINE
           PERFORM 296-WRITE-STMT-LINE
           MOVE "ACCOUNTS SKIPPED BY STATUS" TO STMT-PRINT-LINE
           PERFORM 296-WRITE-STMT-LINE
           STRING "  CLOSED             : " DELIMITED BY SIZE
               STMT-SKIP-CLOSED DELIMITED BY SIZE
               INTO STMT-PRINT-LINE
           END-STRING
           PERFORM 296-WRITE-STMT-LINE
           STRING "  ON HOLD            : " DELIMITED BY SIZE
               STMT-SKIP-HOLD DELIMITED BY SIZE
               INTO STMT-PRINT-LINE
           END-STRING
           PERFORM 296-WRITE-STMT-LINE
           STRING "  OTHER STATUS       : " DELIMITED BY SIZE
               STMT-SKIP-OTHER DELIMITED BY SIZE
               INTO STMT-PRINT-LINE
           END-STRING
           PERFORM 296-WRITE-STMT-LINE
           STRING "NOT PRINTED - INVALID PLAN VALUES: "
                   DELIMITED BY SIZE
               STMT-REJECT-COUNT DELIMITED BY SIZE
               INTO STMT-PRINT-LINE
           END-STRING
           PERFORM 296-WRITE-STMT-LINE
           IF STMT-IS-RESTART
               STRING "RUN RESUMED AFTER ACCOUNT " DELIMITED BY SIZE
                   STMT-RESTART-ACCOUNT DELIMITED BY SIZE
                   INTO STMT-PRINT-LINE
               END-STRING
               PERFORM 296-WRITE-STMT-LINE
           END-IF.

       205-WRITE-SCHEDULE-HEADER.
           MOVE SPACES TO FV-SCHEDULE-RECORD
           STRING "PROJECTION #" DELIMITED BY SIZE
           MOVE EXCP-AMOUNT-X TO EXCEPTION-LOG-RECORD (128:7)
           MOVE EXCP-LOG-TRANS-TYPE TO EXCEPTION-LOG-RECORD (153:1)
           MOVE EXCP-LOG-STORE-ID TO EXCEPTION-LOG-RECORD (154:4)
           MOVE EXCP-LOG-CERT-NUMBER TO EXCEPTION-LOG-RECORD (158:10)
           WRITE EXCEPTION-LOG-RECORD
           MOVE SPACE TO EXCP-LOG-SHIFT
           MOVE SPACE TO EXCP-LOG-CATEGORY
           MOVE SPACES TO EXCP-LOG-JURISDICTION
           MOVE ZERO TO EXCP-LOG-AMOUNT
           MOVE "D" TO EXCP-LOG-TRANS-TYPE
           MOVE SPACES TO EXCP-LOG-STORE-ID
           MOVE SPACES TO EXCP-LOG-CERT-NUMBER.

      * ---------------------------------
      * THE DATE PORTION OF THE STAMP IS THE RUN DATE, NOT THE
