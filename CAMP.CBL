
           SELECT PRINTER-FILE ASSIGN TO PRINTER-DEVICE-NAME.
           SELECT CURRENT-INVOICE-FILE ASSIGN TO "CURINV.DAT"
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS CUR-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-CODE
               LOCK MODE IS MANUAL
               FILE STATUS IS CUST-FILE-STATUS.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               LOCK MODE IS MANUAL
               FILE STATUS IS PROD-FILE-STATUS.
           SELECT INVOICE-HISTORY-FILE ASSIGN TO "INVHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVH-KEY
               LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
               FILE STATUS IS INVH-FILE-STATUS.
           SELECT INVOICE-NUMBER-AUDIT-FILE ASSIGN TO "INVAUDIT.DAT"
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT ORDER-WORK-FILE ASSIGN TO WORK-FILE-NAME
               FILE STATUS IS WORK-FILE-STATUS.
           SELECT ARCHIVE-HISTORY-FILE ASSIGN TO ARCH-FILE-NAME
               ORGANIZATION IS INDEXED
               RECORD KEY IS VR-KEY
               FILE STATUS IS VR-FILE-STATUS.
           SELECT QUOTE-NUMBER-FILE ASSIGN TO "QUOTNO.DAT"
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS QNO-FILE-STATUS.
           SELECT ACTIVITY-LOG-FILE ASSIGN TO "ACTLOG.DAT"
               FILE STATUS IS ACT-FILE-STATUS.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QUO-KEY
               FILE STATUS IS QUO-FILE-STATUS.
           SELECT SUPPLIER-MASTER-FILE ASSIGN TO "SUPPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUPP-CODE
               FILE STATUS IS SUPP-FILE-STATUS.
           SELECT PURCHASE-NUMBER-FILE ASSIGN TO "PURCHNO.DAT"
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS PNO-FILE-STATUS.
           SELECT PURCHASE-ORDER-FILE ASSIGN TO "PURCHORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               LOCK MODE IS MANUAL
               FILE STATUS IS PO-FILE-STATUS.
           SELECT BANK-STATEMENT-FILE ASSIGN TO "BANKSTMT.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BNK-FILE-STATUS.
           SELECT BANK-TRANSACTION-FILE ASSIGN TO "BANKTXN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BTX-KEY
               FILE STATUS IS BTX-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-KEY
               FILE STATUS IS RCT-FILE-STATUS.
           SELECT PRICE-CHANGE-FILE ASSIGN TO "PRICECHG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCH-KEY
               FILE STATUS IS PCH-FILE-STATUS.
           SELECT SIGNON-FILE ASSIGN TO "SIGNON.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SGN-OPERATOR
               FILE STATUS IS SGN-FILE-STATUS.
           SELECT SESSION-LOCK-FILE ASSIGN TO SES-LOCK-NAME
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS SES-FILE-STATUS.
           SELECT SESSION-PROBE-FILE ASSIGN TO SES-PROBE-NAME
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS SES-PROBE-STATUS.
           SELECT BACKUP-SET-FILE ASSIGN TO BKP-SET-NAME
               FILE STATUS IS BKP-FILE-STATUS.
           SELECT BACKUP-LOG-FILE ASSIGN TO "BACKUP.LOG"
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OHIST-KEY
               FILE STATUS IS OHIST-FILE-STATUS.
           SELECT OLD-CUSTOMER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCUST-CODE
               FILE STATUS IS OCUST-FILE-STATUS.
           SELECT OLD-PRODUCT-FILE ASSIGN TO "PRODMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OARCH-KEY
               FILE STATUS IS OARCH-FILE-STATUS.
           SELECT OLD-QUOTATION-FILE ASSIGN TO "QUOTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OQUO-KEY
               FILE STATUS IS OQUO-FILE-STATUS.
           SELECT CONVERT-WORK-FILE ASSIGN TO "CONVHIST.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CVT-KEY
               FILE STATUS IS CVT-FILE-STATUS.
           SELECT OLD-ACTIVITY-LOG-FILE ASSIGN TO "ACTLOG.DAT"
               FILE STATUS IS OACT-FILE-STATUS.
           SELECT CONVERT-LOG-WORK-FILE ASSIGN TO "CONVLOG.TMP"
               FILE STATUS IS CVL-FILE-STATUS.
           SELECT OLD-CURRENT-INVOICE-FILE ASSIGN TO "CURINV.DAT"
               FILE STATUS IS OCUR-FILE-STATUS.
           SELECT OLD-QUOTE-NUMBER-FILE ASSIGN TO "QUOTNO.DAT"
               FILE STATUS IS OQNO-FILE-STATUS.
           SELECT OLD-PURCHASE-NUMBER-FILE ASSIGN TO "PURCHNO.DAT"
               FILE STATUS IS OPNO-FILE-STATUS.
           SELECT OLD-PURCHASE-ORDER-FILE ASSIGN TO "PURCHORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPUR-KEY
               FILE STATUS IS OPUR-FILE-STATUS.
           SELECT CONVERT-FLAG-FILE ASSIGN TO "CONVSEQ.FLG"
               FILE STATUS IS CVF-FILE-STATUS.

       DATA DIVISION.
       FD PRINTER-FILE REPORT IS PRINT-REPORT SALES-REGISTER-REPORT
           AGED-DEBTORS-REPORT VAT-ANALYSIS-REPORT STATEMENT-REPORT
           PRODUCT-SALES-REPORT STOCK-REORDER-REPORT CASHUP-REPORT
           DIRECTORY-REPORT ACTIVITY-REPORT CREDIT-CONTROL-REPORT
           PURCHASE-ORDER-REPORT OUTSTANDING-PO-REPORT RECALL-REPORT
           BANK-IMPORT-REPORT BATCH-RUN-REPORT MANIFEST-REPORT
           LOADING-SHEET-REPORT MARGIN-REPORT PRICE-IMPACT-REPORT.

       FD CURRENT-INVOICE-FILE.
       01 CURRENT-INVOICE-FILE-DATA.
         02 CUR-INVOICE                PIC 9(6).

       FD CUSTOMER-MASTER-FILE.
       01 CUSTOMER-MASTER-RECORD.
         02 CUST-ADDRESS5              PIC X(20).
         02 CUST-ADDRESS6              PIC X(20).
         02 CUST-TELEPHONE             PIC X(20).
         02 CUST-CREDIT-LIMIT          PIC 9(6)V99.
         02 CUST-TERMS-DAYS            PIC 999.
         02 CUST-ON-HOLD               PIC X.
         02 CUST-ROUND                 PIC X(4).
         02 CUST-DROP-SEQ              PIC 999.
         02 CUST-DELIVERY-DAYS         PIC X(7).

      *STOCK IS HELD ON THE PRODUCT RECORD ITSELF - ON-HAND COUNT,
      *REORDER LEVEL AND UNIT COST.  ON-HAND IS SIGNED SO INVOICING
      *AHEAD OF A DELIVERY SHOWS AS A SHORTFALL RATHER THAN WRAPPING.
      *THE PREFERRED SUPPLIER AND THE PACK SIZE IT SELLS IN DRIVE THE
      *PURCHASE ORDERS RAISED FROM THE REORDER SHORTFALLS.  THE
      *CURRENT BATCH IS THE ONE NOW BEING PICKED - SET AS A DELIVERY
      *IS BOOKED IN AND OFFERED ON EVERY CODED GOODS LINE.

       FD PRODUCT-MASTER-FILE.
       01 PRODUCT-MASTER-RECORD.
         02 PROD-REORDER-QTY           PIC 9(5).
         02 PROD-UNIT-COST             PIC 99V99.
         02 PROD-VAT-CODE              PIC X.
         02 PROD-SUPPLIER-CODE         PIC X(6).
         02 PROD-PACK-SIZE             PIC 9(4).
         02 PROD-BATCH-NO              PIC X(10).
         02 PROD-USE-BY-YMD            PIC 9(6).

       FD INVOICE-HISTORY-FILE.
       01 INVOICE-HISTORY-RECORD.
         02 INVH-KEY.
           03 INVH-INVOICE-NO          PIC 9(6).
           03 INVH-LINE-NO             PIC 99.
         02 INVH-RECORD-TYPE           PIC X.
         02 INVH-DATE                  PIC X(8).
         02 INVH-GOODS-DESC            PIC X(25).
         02 INVH-GOODS-QTY             PIC 999.
         02 INVH-GOODS-PRICE           PIC 99V99.
         02 INVH-GOODS-TOTAL           PIC 9(6)V99.
         02 INVH-CUST-CODE             PIC X(6).
         02 INVH-GOODS-CODE            PIC X(6).
         02 INVH-VAT-CODE              PIC X.
         02 INVH-OPERATOR              PIC X(3).
         02 INVH-BATCH-NO              PIC X(10).
         02 INVH-USE-BY-YMD            PIC 9(6).
         02 INVH-UNIT-COST             PIC 99V99.

       FD INVOICE-NUMBER-AUDIT-FILE.
       01 AUDIT-RECORD.
         02 AUDIT-OLD-INVOICE          PIC 9(6).
         02 AUDIT-NEW-INVOICE          PIC 9(6).
         02 AUDIT-DATE                 PIC X(8).
         02 AUDIT-OPERATOR             PIC X(3).

           03 WORK-GOODS-PRICE         PIC 99V99.
           03 WORK-GOODS-TOTAL         PIC 9999V99.
           03 WORK-GOODS-VAT-CODE      PIC X.
           03 WORK-GOODS-BATCH-NO      PIC X(10).
           03 WORK-GOODS-USE-BY        PIC 9(6).

      *YEAR-END ARCHIVE - SAME 297-BYTE RECORD AS THE HISTORY FILE,
      *KEY SPELT OUT AND THE REST CARRIED AS ONE FILLER SO THE TWO
      *FILES CAN NEVER DRIFT APART.

       FD ARCHIVE-HISTORY-FILE.
       01 ARCHIVE-HISTORY-RECORD.
         02 ARCH-KEY.
           03 ARCH-INVOICE-NO          PIC 9(6).
           03 ARCH-LINE-NO             PIC 99.
         02 FILLER                     PIC X(289).

       FD EXPORT-CSV-FILE.
       01 CSV-EXPORT-RECORD            PIC X(200).
         02 VR-DESC                    PIC X(20).
         02 VR-PERCENT                 PIC 99V99.

      *SCHEDULED LIST-PRICE CHANGES - KEYED AHEAD OF TIME, ONE RECORD
      *PER EFFECTIVE DATE AND FIRST PRODUCT CODE; ONE PRODUCT ALONE
      *HAS THE SAME CODE AT BOTH ENDS OF ITS RANGE.  TYPE "P" SETS A
      *NEW PRICE, TYPE "U" PUTS THE PRICE UP BY A PERCENTAGE.  EACH
      *GOES ONTO PRODMAST.DAT BY ITSELF AT THE FIRST START-UP ON OR
      *AFTER ITS DATE AND IS THEN STAMPED "A" SO IT IS NEVER APPLIED
      *TWICE.

       FD PRICE-CHANGE-FILE.
       01 PRICE-CHANGE-RECORD.
         02 PCH-KEY.
           03 PCH-EFF-YMD              PIC 9(6).
           03 PCH-FROM-CODE            PIC X(6).
         02 PCH-TO-CODE                PIC X(6).
         02 PCH-TYPE                   PIC X.
         02 PCH-NEW-PRICE              PIC 99V99.
         02 PCH-UPLIFT                 PIC 99V99.
         02 PCH-STATUS                 PIC X.
         02 PCH-APPLIED-YMD            PIC 9(6).
         02 PCH-OPERATOR               PIC X(3).
         02 PCH-PRODUCT-COUNT          PIC 9(4).

      *SIGN-ON REGISTER - ONE RECORD PER OPERATOR WITH A SESSION
      *OPEN, WRITTEN AT SIGN-ON AND DELETED AT SIGN-OFF.  A TERMINAL
      *THAT DIES LEAVES ITS RECORD BEHIND, SO THE REGISTER ALONE IS
      *NOT PROOF - EACH SESSION ALSO HOLDS ITS OWN SGNXXX.LCK OPEN
      *EXCLUSIVELY FOR AS LONG AS IT RUNS.  IF THAT FILE CAN BE
      *OPENED BY ANYBODY ELSE THE SESSION IS GONE AND ITS REGISTER
      *RECORD IS STALE.

       FD SIGNON-FILE.
       01 SIGNON-RECORD.
         02 SGN-OPERATOR               PIC X(3).
         02 SGN-DATE-YMD               PIC 9(6).
         02 SGN-TIME                   PIC 9(8).

       FD SESSION-LOCK-FILE.
       01 SESSION-LOCK-RECORD          PIC X(3).

       FD SESSION-PROBE-FILE.
       01 SESSION-PROBE-RECORD         PIC X(3).

      *OPERATOR ACTIVITY LOG - ONE DATED, INITIALLED RECORD PER
      *SENSITIVE ACTION (NUMBER OVERRIDES, PAYMENTS, CREDIT NOTES,
      *ARCHIVE RUNS, BACKUP AND RESTORE), APPENDED AND NEVER
         02 ACT-DATE-YMD               PIC 9(6).
         02 ACT-OPERATOR               PIC X(3).
         02 ACT-ACTION                 PIC X(12).
         02 ACT-REFERENCE              PIC 9(6).
         02 ACT-AMOUNT                 PIC 9(6)V99.

      *QUOTATIONS - A PRICE IN WRITING THAT NEVER TOUCHES INVHIST OR
      *THE SALES REGISTER.  OWN NUMBER SERIES IN QUOTNO.DAT; THE
      *DOCUMENTS THEMSELVES IN QUOTES.DAT, SAME 297-BYTE RECORD AS
      *THE HISTORY FILE WITH THE KEY AND TYPE SPELT OUT AND THE REST
      *CARRIED AS ONE FILLER, PASSED THROUGH THE HISTORY RECORD AREA
      *THE WAY THE ARCHIVE IS.  TYPE "Q" IS AN OPEN QUOTATION; ON

       FD QUOTE-NUMBER-FILE.
       01 QUOTE-NUMBER-FILE-DATA.
         02 QNO-QUOTE                  PIC 9(6).

       FD QUOTATION-FILE.
       01 QUOTATION-RECORD.
         02 QUO-KEY.
           03 QUO-NUMBER               PIC 9(6).
           03 QUO-LINE-NO              PIC 99.
         02 QUO-RECORD-TYPE            PIC X.
         02 FILLER                     PIC X(288).

      *SUPPLIERS - WHO WE BUY FROM, KEYED BY A SHORT CODE THE WAY
      *CUSTOMERS ARE.

       FD SUPPLIER-MASTER-FILE.
       01 SUPPLIER-MASTER-RECORD.
         02 SUPP-CODE                  PIC X(6).
         02 SUPP-NAME                  PIC X(20).
         02 SUPP-ADDRESS1              PIC X(20).
         02 SUPP-ADDRESS2              PIC X(20).
         02 SUPP-ADDRESS3              PIC X(20).
         02 SUPP-ADDRESS4              PIC X(20).
         02 SUPP-TELEPHONE             PIC X(20).
         02 SUPP-CONTACT               PIC X(20).

      *PURCHASE ORDERS - OWN NUMBER SERIES IN PURCHNO.DAT, THE
      *DOCUMENTS IN PURCHORD.DAT KEYED THE WAY THE HISTORY FILE IS:
      *LINE 0 IS THE "H" HEADER NAMING THE SUPPLIER AND THE DATE
      *WANTED, LINES 1-20 THE "D" PRODUCT LINES.  PO-STATUS IS "O"
      *WHILE ANYTHING IS STILL TO COME AND "C" ONCE IT IS ALL IN; A
      *PART-DELIVERED LINE STAYS "O" WITH WHAT HAS ARRIVED SO FAR IN
      *PO-QTY-RECEIVED.

       FD PURCHASE-NUMBER-FILE.
       01 PURCHASE-NUMBER-FILE-DATA.
         02 PNO-ORDER                  PIC 9(6).

       FD PURCHASE-ORDER-FILE.
       01 PURCHASE-ORDER-RECORD.
         02 PO-KEY.
           03 PO-NUMBER                PIC 9(6).
           03 PO-LINE-NO               PIC 99.
         02 PO-RECORD-TYPE             PIC X.
         02 PO-STATUS                  PIC X.
         02 PO-SUPP-CODE               PIC X(6).
         02 PO-DATE                    PIC X(8).
         02 PO-DATE-YMD                PIC 9(6).
         02 PO-DUE-YMD                 PIC 9(6).
         02 PO-PROD-CODE               PIC X(6).
         02 PO-PROD-DESC               PIC X(25).
         02 PO-QTY-ORDERED             PIC 9(5).
         02 PO-QTY-RECEIVED            PIC 9(5).
         02 PO-UNIT-COST               PIC 99V99.
         02 PO-OPERATOR                PIC X(3).

      *BANK STATEMENT IMPORT.  BANKSTMT.CSV IS THE STATEMENT AS
      *DOWNLOADED FROM THE BANK - DATE (DD/MM/YY OR DD/MM/YYYY),
      *NARRATIVE, AMOUNT (RECEIPTS POSITIVE, PAYMENTS OUT NEGATIVE),
      *ANY FURTHER COLUMNS IGNORED.  BANKTXN.DAT KEEPS EVERY RECEIPT
      *EVER LOADED, KEYED ON WHAT THE BANK SAYS ABOUT IT, SO LOADING
      *THE SAME STATEMENT AGAIN FINDS EACH LINE ALREADY THERE AND
      *POSTS NOTHING.  BTX-OCCURRENCE TELLS APART IDENTICAL LINES ON
      *ONE STATEMENT.  BTX-STATUS IS "M" MATCHED AND POSTED, "E" AN
      *EXCEPTION STILL TO ALLOCATE, "A" ALLOCATED IN FULL BY HAND,
      *"D" DISMISSED AS NOT A CUSTOMER RECEIPT, "P" A PAYMENT BEING
      *POSTED TO BTX-INVOICE-NO - WHILE "P" THE REASON HOLDS
      *BNK-PENDING-DATA, THE AMOUNT GOING ON AND THE STATUS IT TAKES
      *ONCE ALL OF THE RECEIPT IS SPENT.

       FD BANK-STATEMENT-FILE.
       01 BANK-STATEMENT-RECORD        PIC X(200).

       FD BANK-TRANSACTION-FILE.
       01 BANK-TRANSACTION-RECORD.
         02 BTX-KEY.
           03 BTX-DATE-YMD             PIC 9(6).
           03 BTX-AMOUNT               PIC 9(6)V99.
           03 BTX-NARRATIVE            PIC X(40).
           03 BTX-OCCURRENCE           PIC 99.
         02 BTX-STATUS                 PIC X.
         02 BTX-DATE                   PIC X(8).
         02 BTX-REASON                 PIC X(18).
         02 BTX-ALLOCATED              PIC 9(6)V99.
         02 BTX-INVOICE-NO             PIC 9(6).
         02 BTX-IMPORT-YMD             PIC 9(6).
         02 BTX-OPERATOR               PIC X(3).

      *RUN CONTROL - WHAT EACH DAY'S STANDING ORDER AND OVERNIGHT
      *RUNS HAVE DONE, KEYED ON THE RUN DATE.  ENTRY TYPE "R" IS THE
      *OVERNIGHT RUN ITSELF (RCT-COUNT IS HOW MANY TIMES IT HAS BEEN
      *STARTED TODAY), "S" ONE STEP OF IT (STORDS, SALREG, BACKUP),
      *"C" ONE CUSTOMER'S STANDING-ORDER INVOICE.  THE RUN ENTRY IS
      *"S" STARTED, "E" ENDED CLEANLY OR "F" STOPPED SHORT.  A
      *CUSTOMER ENTRY IS "P" FROM THE MOMENT ITS INVOICE NUMBER IS
      *TAKEN UNTIL THE INVOICE IS FILED, THEN "D"; "H" HELD BY CREDIT
      *CONTROL, "F" NOT FILED.  A STEP IS "D" DONE OR "F" FAILED.
      *NOTHING "D" IS EVER DONE AGAIN THE SAME DAY.

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
         02 RCT-KEY.
           03 RCT-RUN-YMD              PIC 9(6).
           03 RCT-ENTRY-TYPE           PIC X.
           03 RCT-ENTRY-CODE           PIC X(6).
         02 RCT-STATUS                 PIC X.
         02 RCT-INVOICE-NO             PIC 9(6).
         02 RCT-COUNT                  PIC 9(5).
         02 RCT-AMOUNT                 PIC S9(7)V99.
         02 RCT-NOTE                   PIC X(20).
         02 RCT-OPERATOR               PIC X(3).

      *BACKUP SET - EVERY DATA FILE'S RECORDS IN ONE DATED FILE,
      *EACH TAGGED WITH WHERE IT CAME FROM.  IMAGES ARE PADDED TO
         02 BKP-TAG.
           03 BKP-TAG-FILE             PIC X.
           03 BKP-TAG-YEAR             PIC XX.
         02 BKP-IMAGE                  PIC X(297).

      *ONE CATALOG LINE PER VERIFIED BACKUP RUN - THE RESTORE SCREEN
      *SHOWS THE NEWEST OF THESE SO THE OPERATOR CAN SEE WHAT SETS

      *ONE-TIME CONVERSION OF FILES RECORDED UNDER THE LAYOUTS THIS
      *RELEASE REPLACED.  THE OLD-... FDS READ THE SAME PHYSICAL
      *FILES AT THEIR FORMER LENGTHS (273-BYTE HISTORY, ARCHIVE AND
      *QUOTATION RECORDS WITH FOUR-DIGIT DOCUMENT NUMBERS, 166-BYTE
      *CUSTOMERS, 51-BYTE PRODUCTS, 19-BYTE AUDIT ENTRIES, 41-BYTE
      *ACTIVITY LOG ENTRIES AND FOUR-DIGIT NUMBER FILES); AN
      *ALREADY-CONVERTED INDEXED FILE ANSWERS THE OLD OPEN WITH
      *STATUS 39 AND IS LEFT ALONE.  THE DOCUMENT NUMBER LEADS THE
      *HISTORY KEY, SO THOSE RECORDS ARE LIFTED ACROSS FIELD BY
      *FIELD.  CONVHIST.TMP STAGES THE BIG FILES SO A CRASH
      *MID-REBUILD CAN BE RERUN; THE CONVSEQ.FLG MARKER STOPS THE
      *SEQUENTIAL FILES BEING REFRAMED TWICE.

       FD OLD-HISTORY-FILE.
       01 OLD-HISTORY-RECORD.
         02 OHIST-KEY.
           03 OHIST-INVOICE-NO         PIC 9(4).
           03 OHIST-LINE-NO            PIC 99.
         02 FILLER                     PIC X(267).

       FD OLD-CUSTOMER-FILE.
       01 OLD-CUSTOMER-RECORD.
         02 OCUST-CODE                 PIC X(6).
         02 FILLER                     PIC X(160).

       FD OLD-PRODUCT-FILE.
       01 OLD-PRODUCT-RECORD.
         02 OPROD-CODE                 PIC X(6).
         02 FILLER                     PIC X(45).

       FD OLD-AUDIT-FILE.
       01 OLD-AUDIT-RECORD.
         02 OAUD-OLD-INVOICE           PIC 9(4).
         02 OAUD-NEW-INVOICE           PIC 9(4).
         02 OAUD-DATE                  PIC X(8).
         02 OAUD-OPERATOR              PIC X(3).

       FD OLD-ACTIVITY-LOG-FILE.
       01 OLD-ACTIVITY-LOG-RECORD.
         02 OACT-DATE                  PIC X(8).
         02 OACT-DATE-YMD              PIC 9(6).
         02 OACT-OPERATOR              PIC X(3).
         02 OACT-ACTION                PIC X(12).
         02 OACT-REFERENCE             PIC 9(4).
         02 OACT-AMOUNT                PIC 9(6)V99.

       FD CONVERT-LOG-WORK-FILE.
       01 CONVERT-LOG-WORK-RECORD      PIC X(43).

       FD OLD-CURRENT-INVOICE-FILE.
       01 OLD-CURRENT-INVOICE-DATA.
         02 OCUR-INVOICE               PIC 9(4).

       FD OLD-QUOTE-NUMBER-FILE.
       01 OLD-QUOTE-NUMBER-DATA.
         02 OQNO-QUOTE                 PIC 9(4).

      *PURCHASE ORDERS AS FIRST FILED, WITH FOUR-DIGIT NUMBERS - AN
      *82-BYTE ORDER RECORD AND A FOUR-BYTE NUMBER FILE.

       FD OLD-PURCHASE-NUMBER-FILE.
       01 OLD-PURCHASE-NUMBER-DATA.
         02 OPNO-ORDER                 PIC 9(4).

       FD OLD-PURCHASE-ORDER-FILE.
       01 OLD-PURCHASE-ORDER-RECORD.
         02 OPUR-KEY.
           03 OPUR-NUMBER              PIC 9(4).
           03 OPUR-LINE-NO             PIC 99.
         02 FILLER                     PIC X(76).

       FD OLD-ARCHIVE-FILE.
       01 OLD-ARCHIVE-RECORD.
         02 OARCH-KEY.
           03 OARCH-INVOICE-NO         PIC 9(4).
           03 OARCH-LINE-NO            PIC 99.
         02 FILLER                     PIC X(267).

       FD OLD-QUOTATION-FILE.
       01 OLD-QUOTATION-RECORD.
         02 OQUO-KEY.
           03 OQUO-NUMBER              PIC 9(4).
           03 OQUO-LINE-NO             PIC 99.
         02 FILLER                     PIC X(267).

      *CONVHIST.TMP HOLDS HISTORY, ARCHIVE AND QUOTATION RECORDS
      *STILL IN THE OLD LAYOUT, SPELT OUT FIELD BY FIELD SO THAT
      *PASS TWO CAN LIFT EACH ONE ACROSS TO THE NEW.

       FD CONVERT-WORK-FILE.
       01 CONVERT-WORK-RECORD.
         02 CVT-KEY.
           03 CVT-INVOICE-NO           PIC 9(4).
           03 CVT-LINE-NO              PIC 99.
         02 CVT-RECORD-TYPE            PIC X.
         02 CVT-DATE                   PIC X(8).
         02 CVT-DATE-YMD               PIC 9(6).
         02 CVT-CUSTOMER-NAME          PIC X(20).
         02 CVT-CUSTOMER-ADDRESS1      PIC X(20).
         02 CVT-CUSTOMER-ADDRESS2      PIC X(20).
         02 CVT-CUSTOMER-ADDRESS3      PIC X(20).
         02 CVT-CUSTOMER-ADDRESS4      PIC X(20).
         02 CVT-CUSTOMER-ADDRESS5      PIC X(20).
         02 CVT-CUSTOMER-ADDRESS6      PIC X(20).
         02 CVT-CUSTOMER-TELEPHONE     PIC X(20).
         02 CVT-COMP-TOTAL             PIC 9(6)V99.
         02 CVT-AMOUNT-DUE             PIC 9(6)V99.
         02 CVT-DISCOUNT-AMOUNT        PIC 9(6)V99.
         02 CVT-DELIVERY-CHARGE        PIC 9(4)V99.
         02 CVT-VAT-AMOUNT             PIC 9(6)V99.
         02 CVT-GOODS-DESC             PIC X(25).
         02 CVT-GOODS-QTY              PIC 999.
         02 CVT-GOODS-PRICE            PIC 99V99.
         02 CVT-GOODS-TOTAL            PIC 9999V99.
         02 CVT-CUST-CODE              PIC X(6).
         02 CVT-GOODS-CODE             PIC X(6).
         02 CVT-VAT-CODE               PIC X.
         02 CVT-OPERATOR               PIC X(3).

       FD CONVERT-FLAG-FILE.
       01 CONVERT-FLAG-RECORD          PIC X(8).
       01 CUSTOMER-CODE                PIC X(6).
       01 CUST-FILE-STATUS             PIC XX.
       01 CUST-FOUND-SW                PIC X.
      *SET BY EACH CALLER OF SAVE-CUSTOMER-MASTER - "D" NAME, ADDRESS
      *AND TELEPHONE, "C" CREDIT TERMS, "R" ROUND AND DROP.
       01 CUST-SAVE-TYPE               PIC X      VALUE "D".
       01 CUSTOMER-CREDIT-LIMIT        PIC 9(6)V99.
       01 CUSTOMER-TERMS-DAYS          PIC 999.
       01 CUSTOMER-ON-HOLD             PIC X.
       01 CUSTOMER-ROUND               PIC X(4).
       01 CUSTOMER-DROP-SEQ            PIC 999.
       01 CUSTOMER-DELIVERY-DAYS       PIC X(7).

      *CREDIT CONTROL VARIABLES.  A LIMIT OF ZERO MEANS NO LIMIT AND
      *TERMS OF ZERO MEAN THE HOUSE STANDARD.  THE BALANCE IS WORKED
      *OUT THE WAY THE AGED DEBTORS REPORT DOES IT - EACH INVOICE
      *LESS ITS PAYMENTS AND CREDIT ALLOCATIONS, ONLY WHAT IS STILL
      *OWED COUNTING.  AN OVERRIDE NEEDS A SUPERVISOR'S INITIALS AND
      *IS LOGGED UNDER THEM.

       01 CRD-CUST-CODE                PIC X(6).
       01 CRD-FOUND-SW                 PIC X.
       01 CRD-LIMIT                    PIC 9(6)V99.
       01 CRD-TERMS                    PIC 999.
       01 CRD-HOLD                     PIC X.
       01 CRD-BALANCE                  PIC S9(7)V99.
       01 CRD-NEW-BALANCE              PIC S9(7)V99.
       01 CRD-REASON                   PIC X(20).
       01 CRD-LOG-TAG                  PIC X(9).
       01 CRD-SUPERVISOR               PIC X(3).
       01 CRD-REFUSED-SW               PIC X.
       01 CRD-OVERRIDE-SW              PIC X      VALUE "N".
       01 CRD-OVERRIDE-AMOUNT          PIC 9(6)V99.
       01 CRD-INVOICE-ACTIVE-SW        PIC X.
       01 CRD-INVOICE-NO               PIC 9(6).
       01 CRD-INVOICE-CODE             PIC X(6).
       01 CRD-INVOICE-DUE              PIC 9(6)V99.
       01 CRD-INVOICE-PAID             PIC 9(6)V99.
       01 CRD-INVOICE-BAL              PIC S9(6)V99.
       01 CRL-COUNT                    PIC 999.
       01 CRL-TABLE OCCURS 500 TIMES.
         02 CRL-CODE                   PIC X(6).
         02 CRL-BALANCE                PIC S9(7)V99.
       01 CRL-SUB                      PIC 999.
       01 CRL-LIST-COUNT               PIC 999.
       01 CRL-LINE-CODE                PIC X(6).
       01 CRL-LINE-NAME                PIC X(20).
       01 CRL-LINE-LIMIT               PIC 9(6)V99.
       01 CRL-LINE-BALANCE             PIC S9(7)V99.
       01 CRL-LINE-OVER                PIC S9(7)V99.
       01 CRL-LINE-TERMS               PIC 999.
       01 CRL-LINE-HOLD                PIC X(4).

      *PRODUCT MASTER FILE VARIABLES.

       01 PRODUCT-VAT-FLAG             PIC X.
       01 PRODUCT-VAT-CODE             PIC X.
       01 PRODUCT-STOCK-QTY            PIC S9(5).
       01 PRODUCT-STOCK-LOADED         PIC S9(5).
       01 PRODUCT-REORDER-QTY          PIC 9(5).
       01 PRODUCT-UNIT-COST            PIC 99V99.
       01 PRODUCT-SUPPLIER-CODE        PIC X(6).
       01 PRODUCT-PACK-SIZE            PIC 9(4).
       01 PRODUCT-BATCH-NO             PIC X(10).
       01 PRODUCT-USE-BY-YMD           PIC 9(6).

      *STOCK CONTROL VARIABLES.  STK-DIRECTION SAYS WHICH WAY AN
      *ORDER'S LINES MOVE THE COUNT - "O" OUT FOR AN INVOICE, "I"
       01 STK-LINE-STOCK               PIC S9(5).
       01 STK-LINE-REORDER             PIC 9(5).
       01 STK-LINE-SHORT               PIC S9(5).
       01 STK-LINE-SUPPLIER            PIC X(6).

      *INVOICE HISTORY FILE VARIABLES.

       01 INVH-FILE-STATUS             PIC XX.
       01 HIST-LOOP-VARIABLE           PIC 99.
       01 LOOKUP-INVOICE-NO            PIC 9(6).
       01 HIST-FOUND-SW                PIC X.
       01 HIST-CONFLICT-SW             PIC X.
       01 HIST-WRITTEN-SW              PIC X.
       01 SAVED-CURRENT-INVOICE        PIC 9(6).

      *REPRINT STAGING - THE LIVE CUSTOMER/GOODS FIELDS BELOW ARE
      *SAVED HERE BEFORE LOAD-INVOICE-HISTORY OVERWRITES THEM, AND
         02 SAVED-GOODS-PRICE          PIC 99V99.
         02 SAVED-GOODS-TOTAL          PIC 9999V99.
         02 SAVED-GOODS-VAT-CODE       PIC X.
         02 SAVED-GOODS-BATCH-NO       PIC X(10).
         02 SAVED-GOODS-USE-BY         PIC 9(6).

      *INVOICE NUMBER AUDIT TRAIL VARIABLES.


       01 CUR-FILE-STATUS              PIC XX.
       01 CUR-MISSING-SW               PIC X.
       01 WRAP-WARN-LEVEL              PIC 9(6) VALUE 999900.
       01 CHK-MAX-INVOICE              PIC 9(6).
       01 CHK-HEADER-COUNT             PIC 9(6).
       01 CHK-GAP-COUNT                PIC 9(4).
       01 CHK-NOLINE-COUNT             PIC 9(4).
       01 CHK-ORPHAN-COUNT             PIC 9(4).
       01 CHK-PREV-INVOICE             PIC 9(6).
       01 CHK-THIS-INVOICE             PIC 9(6).
       01 CHK-DLINE-COUNT              PIC 99.
       01 CHK-GAP-START                PIC 9(7).
       01 CHK-HAVE-HEADER-SW           PIC X.
       01 CHK-SUB                      PIC 99.
       01 CHK-AUDIT-COUNT              PIC 99.
       01 CHK-AUDIT-TABLE OCCURS 50 TIMES.
         02 CHK-AUDIT-OLD              PIC 9(6).
         02 CHK-AUDIT-NEW              PIC 9(6).

      *SALES REGISTER REPORT VARIABLES.

         02 RTE-YEAR                   PIC 99.
       01 REG-FROM-YMD                 PIC 9(6).
       01 REG-TO-YMD                   PIC 9(6).
       01 REG-INVOICE-NO               PIC 9(6).
       01 REG-CUSTOMER-NAME            PIC X(20).
       01 REG-INVOICE-TOTAL            PIC 9(6)V99.
       01 REG-GRAND-TOTAL              PIC S9(6)V99.
       01 REG-DOC-COUNT                PIC 9(5).
       01 REG-DOC-MARK                 PIC XX.

      *CREDIT NOTE VARIABLES.  A CREDIT NOTE IS A TYPE "C" HEADER
      *TYPE "C" ALLOCATION RECORD ON THE ORIGINAL INVOICE'S PAYMENT
      *LINES SO THE AGED DEBTORS BALANCE SETTLES ITSELF.

       01 CREDIT-ORIG-INVOICE          PIC 9(6).
      *THE ORIGINAL INVOICE'S CODED LINES AND WHAT EACH COST WHEN IT
      *WAS SOLD, KEPT WHILE A PARTIAL CREDIT IS KEYED SO EACH CREDIT
      *LINE COMES OFF THE MARGIN AT THE COST IT WENT OUT AT.
       01 CNC-COUNT                    PIC 99.
       01 CNC-SUB                      PIC 99.
       01 CNC-TABLE OCCURS 40 TIMES.
         02 CNC-CODE                   PIC X(6).
         02 CNC-COST                   PIC 99V99.
       01 HIST-HEADER-TYPE             PIC X.
       01 HIST-LOADED-TYPE             PIC X.
       01 DOC-TYPE-HEADING             PIC X(13).
      *CSH CASH, CHQ CHEQUE, BAC BANK TRANSFER - SO THE CASH-UP CAN
      *TOTAL BY METHOD INSTEAD OF GUESSING AT FREE-TYPED SPELLINGS.

       01 PAY-INVOICE-NO               PIC 9(6).
       01 PAY-FOUND-SW                 PIC X.
       01 PAY-INVOICE-TOTAL            PIC 9(6)V99.
       01 PAY-PAID-TO-DATE             PIC 9(6)V99.
         02 CUE-YEAR                   PIC 99.
       01 CU-DATE-YMD                  PIC 9(6).
       01 CU-LINE-DATE                 PIC X(8).
       01 CU-LINE-INVOICE              PIC 9(6).
       01 CU-LINE-METHOD               PIC X(10).
       01 CU-LINE-AMOUNT               PIC 9(6)V99.
       01 CU-TOTAL-CASH                PIC 9(7)V99.
      *AGED DEBTORS REPORT VARIABLES.

       01 DEBT-ACTIVE-SW               PIC X.
       01 DEBT-INVOICE-NO              PIC 9(6).
       01 DEBT-CUSTOMER-NAME           PIC X(20).
       01 DEBT-DATE                    PIC X(8).
       01 DEBT-DATE-YMD.
       01 DEBT-PAID                    PIC 9(6)V99.
       01 DEBT-BALANCE                 PIC S9(6)V99.
       01 DEBT-AGE-DAYS                PIC S9(5).
       01 DEBT-CUST-CODE               PIC X(6).
       01 DEBT-TERMS-DAYS              PIC 999.
       01 DEBT-OVERDUE-DAYS            PIC S9(5).
       01 DEBT-LAST-CODE               PIC X(6).
       01 DEBT-CUST-OPEN-SW            PIC X.
       01 AGE-TODAY-DAYS               PIC 9(5).
       01 DEBT-BUCKET-CURRENT          PIC 9(6)V99.
       01 DEBT-BUCKET-30               PIC 9(6)V99.
       01 VAT-LINE-NET                 PIC S9(7)V99.
       01 VAT-LINE-VAT                 PIC S9(7)V99.
       01 VAT-LINE-GROSS               PIC S9(7)V99.
       01 VAT-EXC-INVOICE              PIC 9(6).
       01 VAT-EXC-MARK                 PIC XX.
       01 VAT-EXC-DATE                 PIC X(8).
       01 VAT-EXC-NET                  PIC S9(6)V99.
       01 VAT-EXC-VAT                  PIC S9(6)V99.
       01 VAT-EXC-EXPECTED             PIC S9(6)V99.

      *ORDER AUTOSAVE VARIABLES.  EACH OPERATOR'S ORDER IS SAVED
      *UNDER THEIR OWN INITIALS, E.G. ORDWKABC.DAT.

       01 WORK-FILE-STATUS             PIC XX.
       01 WORK-FILE-NAME               PIC X(20).
       01 WORK-RESTORE-SW              PIC X.
       01 WORK-SUPPRESS-SW             PIC X.
       01 WORK-LOOP-VARIABLE           PIC 99.
       01 CSV-TO-YMD                   PIC 9(6).
       01 CSV-DETAIL-SW                PIC X.
       01 CSV-ACTIVE-SW                PIC X.
       01 CSV-CUR-INVOICE              PIC 9(6).
       01 CSV-CUR-TYPE                 PIC X.
       01 CSV-REC-COUNT                PIC 9(5).
       01 CSV-QUOTE                    PIC X VALUE """".
       01 SO-TODAY-WEEKDAY             PIC 9.
       01 SO-ACTIVE-SW                 PIC X.
       01 SO-GEN-COUNT                 PIC 999.
       01 SO-HELD-COUNT                PIC 999.
       01 SO-DONE-COUNT                PIC 999.
       01 SO-DONE-SW                   PIC X.
       01 SO-INVOICE-NO                PIC 9(6).
       01 SO-LOOP-VARIABLE             PIC 99.

      *CONTRACT PRICE VARIABLES.

       01 QNO-FILE-STATUS              PIC XX.
       01 QUO-FILE-STATUS              PIC XX.
       01 CURRENT-QUOTE                PIC 9(6).

      *SUPPLIER AND PURCHASE ORDER VARIABLES.  AN ORDER IS BUILT IN
      *THE POL- TABLE, WHETHER KEYED, RAISED FROM THE REORDER
      *SHORTFALLS OR LOADED BACK FROM FILE FOR A REPRINT OR A
      *DELIVERY.  QUANTITIES ARE IN UNITS, ROUNDED UP TO WHOLE PACKS.

       01 SUPP-FILE-STATUS             PIC XX.
       01 SUPP-FOUND-SW                PIC X.
       01 SUPPLIER-CODE                PIC X(6).
       01 SUPPLIER-DATA.
         02 SUPPLIER-NAME              PIC X(20).
         02 SUPPLIER-ADDRESS1          PIC X(20).
         02 SUPPLIER-ADDRESS2          PIC X(20).
         02 SUPPLIER-ADDRESS3          PIC X(20).
         02 SUPPLIER-ADDRESS4          PIC X(20).
         02 SUPPLIER-TELEPHONE         PIC X(20).
         02 SUPPLIER-CONTACT           PIC X(20).
       01 PNO-FILE-STATUS              PIC XX.
       01 PO-FILE-STATUS               PIC XX.
       01 PO-FOUND-SW                  PIC X.
       01 PO-FILED-SW                  PIC X.
       01 CURRENT-PURCHASE             PIC 9(6).
       01 PO-MAX-LINES                 PIC 99 VALUE 20.
       01 POL-COUNT                    PIC 99.
       01 POL-SUB                      PIC 99.
       01 POL-TABLE OCCURS 20 TIMES.
         02 POL-CODE                   PIC X(6).
         02 POL-DESC                   PIC X(25).
         02 POL-QTY                    PIC 9(5).
         02 POL-RECEIVED               PIC 9(5).
         02 POL-COST                   PIC 99V99.
       01 POE-DUE-DATE.
         02 POE-DAY                    PIC 99.
         02 POE-MONTH                  PIC 99.
         02 POE-YEAR                   PIC 99.
       01 POR-NUMBER                   PIC 9(6).
       01 POR-STATUS                   PIC X.
       01 POR-DATE                     PIC X(8).
       01 POR-DUE-YMD                  PIC 9(6).
       01 POR-DUE-SHOW                 PIC X(8).
       01 POR-VALUE                    PIC 9(6)V99.
       01 POR-LINE-VALUE               PIC 9(6)V99.
       01 POR-OPEN-SW                  PIC X.
       01 POR-YMD-WORK.
         02 POR-YMD-YEAR               PIC 99.
         02 POR-YMD-MONTH              PIC 99.
         02 POR-YMD-DAY                PIC 99.
       01 RPO-COUNT                    PIC 999.
       01 RPO-TABLE OCCURS 500 TIMES.
         02 RPO-SUPP                   PIC X(6).
         02 RPO-CODE                   PIC X(6).
         02 RPO-DESC                   PIC X(25).
         02 RPO-QTY                    PIC 9(5).
         02 RPO-COST                   PIC 99V99.
         02 RPO-DONE-SW                PIC X.
       01 RPO-SUB                      PIC 999.
       01 RPO-SUB2                     PIC 999.
       01 RPO-THIS-SUPP                PIC X(6).
       01 RPO-RAISED-COUNT             PIC 999.
       01 RPO-NOSUPP-COUNT             PIC 999.
       01 RPO-NEED                     PIC S9(6).
       01 RPO-PACK                     PIC 9(4).
       01 RPO-PACKS                    PIC 9(6).
       01 RPO-ORDER-QTY                PIC 9(5).
       01 RPO-ON-ORDER                 PIC 9(6).
       01 OPO-COUNT                    PIC 999.
       01 OPO-TABLE OCCURS 500 TIMES.
         02 OPO-CODE                   PIC X(6).
         02 OPO-QTY                    PIC 9(6).
       01 OPO-SUB                      PIC 999.
       01 GRN-QTY                      PIC 9(5).
       01 GRN-COST                     PIC 99V99.
       01 GRN-OUTSTANDING              PIC 9(5).
       01 GRN-VALUE                    PIC 9(6)V99.
       01 GRN-LINES                    PIC 99.
       01 GRN-BOOKED-SW                PIC X.
       01 GRN-BATCH-NO                 PIC X(10).
       01 GRN-USE-BY-YMD               PIC 9(6).
       01 OPR-ACTIVE-SW                PIC X.
       01 OPR-COUNT                    PIC 999.
       01 OPR-TODAY-YMD                PIC 9(6).
       01 OPR-LATE                     PIC X(4).
       01 OPR-LINE-OUT                 PIC 9(5).
       01 OPR-LINE-VALUE               PIC 9(6)V99.
       01 OPR-VALUE-TOTAL              PIC 9(7)V99.

      *BATCH RECALL TRACE VARIABLES.  THE LAST HEADER READ SUPPLIES
      *THE DOCUMENT AND CUSTOMER DETAILS FOR THE LINES UNDER IT.

       01 RCL-PROD-CODE                PIC X(6).
       01 RCL-BATCH-NO                 PIC X(10).
       01 RCL-ARCH-YEAR                PIC 99.
       01 RCL-ARCH-SHOW                PIC X(22).
       01 RCL-HEAD-INVOICE             PIC 9(6).
       01 RCL-HEAD-TYPE                PIC X(3).
       01 RCL-HEAD-DATE                PIC X(8).
       01 RCL-HEAD-NAME                PIC X(20).
       01 RCL-HEAD-ADDRESS1            PIC X(20).
       01 RCL-HEAD-ADDRESS2            PIC X(20).
       01 RCL-HEAD-ADDRESS3            PIC X(20).
       01 RCL-HEAD-ADDRESS4            PIC X(20).
       01 RCL-HEAD-ADDRESS5            PIC X(20).
       01 RCL-HEAD-ADDRESS6            PIC X(20).
       01 RCL-HEAD-TELEPHONE           PIC X(20).
       01 RCL-SOURCE-MARK              PIC X.
       01 RCL-LINE-QTY                 PIC 999.
       01 RCL-USE-BY-SHOW              PIC X(8).
       01 RCL-COUNT                    PIC 9(4).
       01 RCL-QTY-TOTAL                PIC 9(6).

      *BANK STATEMENT VARIABLES.  EACH STATEMENT LINE IS SPLIT INTO
      *ITS DATE, NARRATIVE AND AMOUNT FIELDS, THEN THE NARRATIVE IS
      *BROKEN INTO WORDS - A WORD OF UP TO SIX DIGITS (OPTIONALLY
      *AFTER "INV") MAY BE AN INVOICE NUMBER, A WORD OF UP TO SIX
      *CHARACTERS MAY BE AN ACCOUNT CODE.  BNK-OPEN HOLDS EVERY
      *INVOICE WITH A BALANCE LEFT, BUILT ONCE PER IMPORT AND RUN
      *DOWN AS RECEIPTS ARE POSTED AGAINST IT.  BNK-SEEN HOLDS THIS
      *STATEMENT'S LINES SO FAR TO NUMBER REPEATS OF THE SAME LINE.

       01 BNK-FILE-STATUS              PIC XX.
       01 BTX-FILE-STATUS              PIC XX.
       01 BNK-F-DATE                   PIC X(10).
       01 BNK-F-NARRATIVE              PIC X(40).
       01 BNK-F-AMOUNT                 PIC X(15).
       01 BNK-FIELD-NO                 PIC 99.
       01 BNK-POS                      PIC 999.
       01 BNK-OUT                      PIC 999.
       01 BNK-CHAR                     PIC X.
       01 BNK-DIGIT                    PIC 9.
       01 BNK-QUOTE-SW                 PIC X.
       01 BNK-DAY-X                    PIC XX.
       01 BNK-MONTH-X                  PIC XX.
       01 BNK-YEAR-X                   PIC XX.
       01 BNK-LINE-DATE.
         02 BNK-LINE-YEAR              PIC 99.
         02 BNK-LINE-MONTH             PIC 99.
         02 BNK-LINE-DAY               PIC 99.
       01 BNK-AMT-WHOLE                PIC 9(6).
       01 BNK-AMT-PENCE                PIC 99.
       01 BNK-AMT-DECIMALS             PIC 99.
       01 BNK-AMT-POINT-SW             PIC X.
       01 BNK-AMT-NEGATIVE-SW          PIC X.
       01 BNK-AMOUNT                   PIC 9(6)V99.
       01 BNK-TOKEN                    PIC X(12).
       01 BNK-TOK-LEN                  PIC 99.
       01 BNK-TOK-START                PIC 99.
       01 BNK-TOK-DIGITS               PIC 99.
       01 BNK-CAND-COUNT               PIC 9.
       01 BNK-CAND-TABLE OCCURS 8 TIMES.
         02 BNK-CAND-INVOICE           PIC 9(6).
       01 BNK-WORD-COUNT               PIC 9.
       01 BNK-WORD-TABLE OCCURS 8 TIMES.
         02 BNK-WORD                   PIC X(6).
       01 BNK-CAND-SUB                 PIC 9.
       01 BNK-WORD-SUB                 PIC 9.
       01 BNK-OPEN-COUNT               PIC 9(4).
       01 BNK-OPEN-TABLE OCCURS 1000 TIMES.
         02 BNK-OPEN-INVOICE           PIC 9(6).
         02 BNK-OPEN-CUST-CODE         PIC X(6).
         02 BNK-OPEN-BALANCE           PIC S9(6)V99.
       01 BNK-OPEN-SUB                 PIC 9(4).
       01 BNK-HEAD-INVOICE             PIC 9(6).
       01 BNK-HEAD-CUST-CODE           PIC X(6).
       01 BNK-HEAD-DUE                 PIC 9(6)V99.
       01 BNK-HEAD-PAID                PIC 9(6)V99.
       01 BNK-HEAD-ACTIVE-SW           PIC X.
       01 BNK-MATCH-SUB                PIC 9(4).
       01 BNK-HIT-COUNT                PIC 9(4).
       01 BNK-WORD-HIT-SW              PIC X.
       01 BNK-SEEN-COUNT               PIC 999.
       01 BNK-SEEN-TABLE OCCURS 500 TIMES.
         02 BNK-SEEN-YMD               PIC 9(6).
         02 BNK-SEEN-AMOUNT            PIC 9(6)V99.
         02 BNK-SEEN-NARRATIVE         PIC X(40).
       01 BNK-SEEN-SUB                 PIC 999.
       01 BNK-OCCURRENCE               PIC 99.
       01 BNK-POST-SW                  PIC X.
       01 BNK-INV-DUE                  PIC 9(6)V99.
       01 BNK-SAVE-STATUS              PIC X.
       01 BNK-SAVE-REASON              PIC X(18).
       01 BNK-SAVE-INVOICE             PIC 9(6).
       01 BNK-SETTLE-FOUND-SW          PIC X.
       01 BNK-PENDING-DATA.
         02 BNK-PENDING-AMOUNT         PIC 9(6)V99.
         02 BNK-PENDING-STATUS         PIC X.
         02 FILLER                     PIC X(9) VALUE SPACES.
       01 BNK-REMAIN                   PIC 9(6)V99.
       01 BNK-READ-COUNT               PIC 9(5).
       01 BNK-DUP-COUNT                PIC 9(5).
       01 BNK-POSTED-COUNT             PIC 9(5).
       01 BNK-POSTED-VALUE             PIC 9(7)V99.
       01 BNK-EXC-COUNT                PIC 9(5).
       01 BNK-EXC-VALUE                PIC 9(7)V99.
       01 BNK-SKIP-COUNT               PIC 9(5).
       01 BNK-REPORT-TITLE             PIC X(28).
       01 BNK-SHOW-REMAIN              PIC 9(6)V99.
       01 BNK-SHOW-RESULT              PIC X(18).
       01 BNR-INVOICE-NO               PIC 9(6).
       01 BNR-AMOUNT                   PIC 9(6)V99.

      *OVERNIGHT RUN VARIABLES.  THE RUN IS ASKED FOR BY STARTING THE
      *PROGRAM WITH THE WORD BATCH ON ITS COMMAND LINE; BATCH-MODE-SW
      *THEN KEEPS EVERY SCREEN AND KEYPRESS OUT OF THE SHARED CODE.

       01 BATCH-MODE-SW                PIC X VALUE "N".
       01 BATCH-PARM                   PIC X(20).
       01 RCT-FILE-STATUS              PIC XX.
       01 RCT-FOUND-SW                 PIC X.
       01 RCT-TODAY-YMD                PIC 9(6).
       01 BAT-ATTEMPT                  PIC 9(5).
       01 BAT-STEP-CODE                PIC X(6).
       01 BAT-STEP-DONE-SW             PIC X.
       01 BAT-FAILED-SW                PIC X.
       01 BAT-STOP-REASON              PIC X(24).
       01 BAT-LINE-ENTRY               PIC X(20).
       01 BAT-LINE-CODE                PIC X(6).
       01 BAT-LINE-INVOICE             PIC 9(6).
       01 BAT-LINE-COUNT               PIC 9(5).
       01 BAT-LINE-AMOUNT              PIC S9(7)V99.
       01 BAT-LINE-RESULT              PIC X(24).
       01 BAT-INV-COUNT                PIC 9(5).
       01 BAT-INV-VALUE                PIC 9(7)V99.

      *DELIVERY ROUND VARIABLES.  EACH ACCOUNT CARRIES A ROUND (VAN),
      *ITS DROP NUMBER ON THAT ROUND AND SEVEN DAY FLAGS MON...SUN -
      *"Y" FOR A DAY THE ACCOUNT TAKES DELIVERIES, ALL BLANK FOR ANY
      *DAY.  MAN-TABLE HOLDS ONE ENTRY PER INVOICE DATED FOR THE
      *DELIVERY DAY, SORTED INTO ROUND AND DROP ORDER; LDS-TABLE
      *TOTALS ONE ROUND'S GOODS BY PRODUCT FOR ITS LOADING SHEET.

       01 RND-CUST-CODE                PIC X(6).
       01 RND-DAYS-ENTRY.
         02 RND-DAY-MON                PIC X.
         02 RND-DAY-TUE                PIC X.
         02 RND-DAY-WED                PIC X.
         02 RND-DAY-THU                PIC X.
         02 RND-DAY-FRI                PIC X.
         02 RND-DAY-SAT                PIC X.
         02 RND-DAY-SUN                PIC X.
       01 RND-ENTRY-DATE.
         02 RNE-DAY                    PIC 99.
         02 RNE-MONTH                  PIC 99.
         02 RNE-YEAR                   PIC 99.
       01 RND-DATE-YMD                 PIC 9(6).
       01 RND-SHOW-DATE                PIC X(8).
       01 RND-ROUND-WANTED             PIC X(4).
       01 RND-WEEKDAY                  PIC 9.
       01 RND-DAY-NAMES                PIC X(21)
                                       VALUE "MONTUEWEDTHUFRISATSUN".
       01 RND-DAY-NAME                 PIC X(3).
       01 RND-DAY-SUB                  PIC 99.
       01 RND-Z-MONTH                  PIC 99.
       01 RND-Z-YEAR                   PIC 9(4).
       01 RND-Z-CENTURY                PIC 99.
       01 RND-Z-YY                     PIC 99.
       01 RND-Z-SUM                    PIC 9(5).
       01 RND-Z-QUOT                   PIC 9(5).
       01 RND-Z-REM                    PIC 99.
       01 RND-THIS-ROUND               PIC X(4).
       01 RND-SHOW-ROUND               PIC X(8).
       01 RND-TAKE-SW                  PIC X.
       01 RND-DAY-OK-SW                PIC X.
       01 RND-FULL-SW                  PIC X.
       01 RND-OPEN-SW                  PIC X.
       01 RND-DROP-COUNT               PIC 999.
       01 RND-CASE-TOTAL               PIC 9(6).
       01 RND-CASH-TOTAL               PIC 9(7)V99.
       01 MAN-COUNT                    PIC 999.
       01 MAN-TABLE OCCURS 300 TIMES.
         02 MAN-SORT-KEY.
           03 MAN-ROUND                PIC X(4).
           03 MAN-DROP-SEQ             PIC 999.
           03 MAN-INVOICE-NO           PIC 9(6).
         02 MAN-DUE                    PIC 9(6)V99.
         02 MAN-PAID                   PIC 9(6)V99.
         02 MAN-OFF-DAY-SW             PIC X.
       01 MAN-SUB                      PIC 999.
       01 MAN-SUB2                     PIC 999.
       01 MAN-SORT-SW                  PIC X.
       01 MAN-SWAP-AREA                PIC X(30).
       01 MAN-LINE-NO                  PIC 99.
       01 MAN-COLLECT                  PIC 9(6)V99.
       01 MAN-NOTE                     PIC X(24).
       01 MAN-ITEM-CODE                PIC X(6).
       01 MAN-ITEM-DESC                PIC X(25).
       01 MAN-ITEM-QTY                 PIC 999.
       01 LDS-COUNT                    PIC 999.
       01 LDS-TABLE OCCURS 200 TIMES.
         02 LDS-KEY.
           03 LDS-CODE                 PIC X(6).
           03 LDS-DESC                 PIC X(25).
         02 LDS-QTY                    PIC 9(5).
       01 LDS-SUB                      PIC 999.
       01 LDS-SUB2                     PIC 999.
       01 LDS-SORT-SW                  PIC X.
       01 LDS-SWAP-AREA                PIC X(36).
       01 LDS-LINE-CODE                PIC X(6).
       01 LDS-LINE-DESC                PIC X(25).
       01 LDS-LINE-QTY                 PIC 9(5).

      *GROSS MARGIN VARIABLES.  ONE PASS OF THE HISTORY FILE BUILDS A
      *TABLE OF ACCOUNT / PRODUCT PAIRS FOR THE KEYED DATE RANGE.
      *SALES ARE THE GOODS LINES LESS THEIR SHARE OF THE DOCUMENT
      *DISCOUNT; COST IS THE QUANTITY AT THE UNIT COST STAMPED ON THE
      *LINE WHEN IT WAS FILED.  CREDIT NOTES COME OFF BOTH.  A PAIR
      *WITH ANY LINE FILED AT NO COST IS MARKED SO ITS MARGIN IS NOT
      *TAKEN AT FACE VALUE.

       01 MGN-FROM-ENTRY.
         02 MFE-DAY                    PIC 99.
         02 MFE-MONTH                  PIC 99.
         02 MFE-YEAR                   PIC 99.
       01 MGN-TO-ENTRY.
         02 MTE-DAY                    PIC 99.
         02 MTE-MONTH                  PIC 99.
         02 MTE-YEAR                   PIC 99.
       01 MGN-FROM-YMD                 PIC 9(6).
       01 MGN-TO-YMD                   PIC 9(6).
       01 MGN-SHOW-FROM                PIC X(8).
       01 MGN-SHOW-TO                  PIC X(8).
       01 MGN-CUST-WANTED              PIC X(6).
       01 MGN-DETAIL-SW                PIC X.
       01 MGN-ACTIVE-SW                PIC X.
       01 MGN-FULL-SW                  PIC X.
       01 MGN-HEAD-CUST                PIC X(6).
       01 MGN-HEAD-SIGN                PIC S9.
       01 MGN-HEAD-GOODS               PIC 9(6)V99.
       01 MGN-HEAD-DISC                PIC 9(6)V99.
       01 MGN-LINE-DISC                PIC 9(6)V99.
       01 MGN-LINE-SALES               PIC S9(7)V99.
       01 MGN-LINE-COST                PIC S9(7)V99.
       01 MGN-COUNT                    PIC 9(4).
       01 MGN-TABLE OCCURS 2000 TIMES.
         02 MGN-KEY.
           03 MGN-CUST                 PIC X(6).
           03 MGN-PROD                 PIC X(6).
         02 MGN-DESC                   PIC X(25).
         02 MGN-QTY                    PIC S9(6).
         02 MGN-SALES                  PIC S9(7)V99.
         02 MGN-COST                   PIC S9(7)V99.
         02 MGN-NOCOST                 PIC X.
       01 MGN-SUB                      PIC 9(4).
       01 MGN-SUB2                     PIC 9(4).
       01 MGN-FIRST                    PIC 9(4).
       01 MGN-SORT-SW                  PIC X.
       01 MGN-SWAP-AREA                PIC X(62).
       01 MGN-THIS-CUST                PIC X(6).
       01 MGN-CUST-SALES               PIC S9(7)V99.
       01 MGN-CUST-COST                PIC S9(7)V99.
       01 MGN-CUST-NOCOST              PIC X.
       01 MGN-SHOW-CODE                PIC X(6).
       01 MGN-SHOW-NAME                PIC X(20).
       01 MGN-SHOW-QTY                 PIC S9(6).
       01 MGN-SHOW-SALES               PIC S9(7)V99.
       01 MGN-SHOW-COST                PIC S9(7)V99.
       01 MGN-SHOW-MARGIN              PIC S9(7)V99.
       01 MGN-SHOW-PCT                 PIC S9(3)V9.
       01 MGN-SHOW-NOCOST              PIC X.
       01 MGN-SHOW-FLAG                PIC X(4).
       01 MGN-GRAND-SALES              PIC S9(8)V99.
       01 MGN-GRAND-COST               PIC S9(8)V99.
       01 MGN-GRAND-MARGIN             PIC S9(8)V99.
       01 MGN-GRAND-PCT                PIC S9(3)V9.
       01 MGN-LOSS-COUNT               PIC 9(5).

      *SCHEDULED PRICE CHANGE VARIABLES.  PIM-TABLE HOLDS THE
      *PRODUCTS A CHANGE TOUCHES, WITH THE LIST PRICE BEFORE AND
      *AFTER - ONE CHANGE AT A TIME WHEN THEY ARE APPLIED, EVERY
      *CHANGE STILL PENDING (IN DATE ORDER, SO A SECOND CHANGE TO
      *THE SAME PRODUCT STARTS FROM THE FIRST ONE'S PRICE) FOR THE
      *IMPACT REPORT.

       01 PCH-FILE-STATUS              PIC XX.
       01 PCH-TODAY-YMD                PIC 9(6).
       01 PCH-ENTRY-FROM               PIC X(6).
       01 PCH-ENTRY-TO                 PIC X(6).
       01 PCH-ENTRY-DATE.
         02 PCE-DAY                    PIC 99.
         02 PCE-MONTH                  PIC 99.
         02 PCE-YEAR                   PIC 99.
       01 PCH-ENTRY-PRICE              PIC 99V99.
       01 PCH-ENTRY-UPLIFT             PIC 99V99.
       01 PCH-DELETE-SW                PIC X.
       01 PCH-FOUND-SW                 PIC X.
       01 PCH-OLD-PRICE                PIC 99V99.
       01 PCH-CALC-PRICE               PIC 99V99.
       01 PCH-APPLY-COUNT              PIC 9(4).
       01 PCH-STOP-SW                  PIC X.
       01 PCH-STOP-CODE                PIC X(6).
       01 PCH-LAST-CODE                PIC X(6).
       01 PCH-SAVE-RECORD              PIC X(41).
       01 PIM-COUNT                    PIC 9(4).
       01 PIM-TABLE OCCURS 1000 TIMES.
         02 PIM-CODE                   PIC X(6).
         02 PIM-DESC                   PIC X(25).
         02 PIM-OLD                    PIC 99V99.
         02 PIM-NEW                    PIC 99V99.
         02 PIM-COST                   PIC 99V99.
         02 PIM-EFF-YMD                PIC 9(6).
       01 PIM-SUB                      PIC 9(4).
       01 PIM-LOOK-CODE                PIC X(6).
       01 PIM-FOUND-SW                 PIC X.
       01 PIM-FULL-SW                  PIC X.
       01 PIM-LINE-COUNT               PIC 9(5).
       01 PIM-NAME-CODE                PIC X(6).
       01 PIM-QUOTE-OPEN-SW            PIC X.
       01 PIM-QUOTE-NAME               PIC X(20).
       01 PIM-SHOW-REF                 PIC X(6).
       01 PIM-SHOW-NAME                PIC X(20).
       01 PIM-SHOW-PROD                PIC X(6).
       01 PIM-SHOW-DESC                PIC X(25).
       01 PIM-SHOW-EFF                 PIC X(8).
       01 PIM-SHOW-QTY                 PIC 999.
       01 PIM-SHOW-OLD                 PIC 99V99.
       01 PIM-SHOW-NEW                 PIC 99V99.
       01 PIM-SHOW-CONTRACT            PIC 99V99.
       01 PIM-SHOW-OLD-VALUE           PIC 9(5)V99.
       01 PIM-SHOW-NEW-VALUE           PIC 9(5)V99.
       01 PIM-SHOW-PCT                 PIC S9(3)V9.
       01 PIM-SHOW-NEW-PCT             PIC S9(3)V9.
       01 PIM-SHOW-NOTE                PIC X(10).

      *TWO-TERMINAL WORKING.  A FILE OR RECORD HELD BY THE OTHER
      *TERMINAL ANSWERS 9A / 9D (61 / 51 UNDER THE ANSI STATUS
      *CODES); LOCK-WAIT TRIES AGAIN EACH CLOCK TICK AND, AFTER
      *LOCK-RETRY-LIMIT TRIES, ASKS THE OPERATOR TO PRESS A KEY.
      *SGN- ITEMS ARE THE SIGN-ON REGISTER.

       01 LOCK-FILE-STATUS             PIC XX.
       01 LOCK-BUSY-SW                 PIC X.
       01 LOCK-FOUND-SW                PIC X.
       01 LOCK-TRIES                   PIC 9(4).
       01 LOCK-RETRY-LIMIT             PIC 9(4) VALUE 300.
       01 LOCK-TIME-THEN               PIC 9(8).
       01 LOCK-TIME-NOW                PIC 9(8).
       01 SGN-FILE-STATUS              PIC XX.
       01 SES-FILE-STATUS              PIC XX.
       01 SES-PROBE-STATUS             PIC XX.
       01 SES-LOCK-NAME                PIC X(20).
       01 SES-PROBE-NAME               PIC X(20).
       01 SGN-HELD-SW                  PIC X VALUE "N".
       01 SGN-OTHERS-COUNT             PIC 99.
       01 SGN-OTHER-ID                 PIC X(3).

      *OPERATOR SIGN-ON AND ACTIVITY LOG VARIABLES.  THE INITIALS
      *KEYED AT SIGN-ON RIDE ON EVERY SENSITIVE RECORD FILED THIS
       01 ACT-FILE-STATUS              PIC XX.
       01 OPERATOR-ID                  PIC X(3).
       01 LOG-ACTION                   PIC X(12).
       01 LOG-REFERENCE                PIC 9(6).
       01 LOG-AMOUNT                   PIC 9(6)V99.
       01 ALR-ENTRY-DATE.
         02 ALE-DAY                    PIC 99.
       01 ALR-LINE-DATE                PIC X(8).
       01 ALR-LINE-OPERATOR            PIC X(3).
       01 ALR-LINE-ACTION              PIC X(12).
       01 ALR-LINE-REF                 PIC 9(6).
       01 ALR-LINE-AMOUNT              PIC 9(6)V99.

      *BACKUP / RESTORE VARIABLES.  THE SET IS NAMED FOR THE DAY IT
       01 BKP-REST-COUNT               PIC 9(6).
       01 BKP-COUNT-X                  PIC ZZZZZ9.
       01 BKP-BUSY-SW                  PIC X.
       01 BKP-SET-OK-SW                PIC X.
       01 BKP-ARCH-OPEN-SW             PIC X.
       01 BKL-SHOW-TABLE OCCURS 5 TIMES.
         02 BKL-SHOW-LINE              PIC X(40).
       01 BKL-SUB                      PIC 9.

      *CONVERSION VARIABLES.  CUSTOMERS, PRODUCTS AND AUDIT ENTRIES
      *ARE SMALL ENOUGH TO REBUILD THROUGH A TABLE IN STORE; THE
      *HISTORY AND ARCHIVES GO THROUGH CONVHIST.TMP ON DISK.

       01 OHIST-FILE-STATUS            PIC XX.
       01 OCUST-FILE-STATUS            PIC XX.
       01 OPROD-FILE-STATUS            PIC XX.
       01 OAUD-FILE-STATUS             PIC XX.
       01 OARCH-FILE-STATUS            PIC XX.
       01 OQUO-FILE-STATUS             PIC XX.
       01 OACT-FILE-STATUS             PIC XX.
       01 CVL-FILE-STATUS              PIC XX.
       01 OCUR-FILE-STATUS             PIC XX.
       01 OQNO-FILE-STATUS             PIC XX.
       01 OPNO-FILE-STATUS             PIC XX.
       01 OPUR-FILE-STATUS             PIC XX.
      *ONE OLD PURCHASE ORDER RECORD AS STAGED IN CONVHIST.TMP.
       01 CVO-IMAGE.
         02 CVO-NUMBER                 PIC 9(4).
         02 CVO-LINE-NO                PIC 99.
         02 CVO-RECORD-TYPE            PIC X.
         02 CVO-STATUS                 PIC X.
         02 CVO-SUPP-CODE              PIC X(6).
         02 CVO-DATE                   PIC X(8).
         02 CVO-DATE-YMD               PIC 9(6).
         02 CVO-DUE-YMD                PIC 9(6).
         02 CVO-PROD-CODE              PIC X(6).
         02 CVO-PROD-DESC              PIC X(25).
         02 CVO-QTY-ORDERED            PIC 9(5).
         02 CVO-QTY-RECEIVED           PIC 9(5).
         02 CVO-UNIT-COST              PIC 99V99.
         02 CVO-OPERATOR               PIC X(3).
       01 CVT-FILE-STATUS              PIC XX.
       01 CVF-FILE-STATUS              PIC XX.
       01 CVT-NEEDED-SW                PIC X.
       01 CVT-TOTAL-COUNT              PIC 9(6).
       01 CVP-COUNT                    PIC 999.
       01 CVP-TABLE OCCURS 500 TIMES.
         02 CVP-IMAGE                  PIC X(77).
       01 CVP-SUB                      PIC 999.
       01 CVC-COUNT                    PIC 999.
       01 CVC-TABLE OCCURS 500 TIMES.
         02 CVC-IMAGE                  PIC X(192).
       01 CVC-SUB                      PIC 999.
       01 CVA-COUNT                    PIC 999.
       01 CVA-TABLE OCCURS 200 TIMES.
         02 CVA-IMAGE                  PIC X(23).
       01 CVA-SUB                      PIC 999.

      *NAME SEARCH VARIABLES.  KEYING "?" AT A CODE PROMPT ASKS FOR
       01 STMT-TXN-TABLE OCCURS 150 TIMES.
         02 STMT-TXN-YMD               PIC 9(6).
         02 STMT-TXN-DATE              PIC X(8).
         02 STMT-TXN-REF               PIC 9(6).
         02 STMT-TXN-DESC              PIC X(12).
         02 STMT-TXN-AMOUNT            PIC S9(6)V99.
       01 STMT-TXN-SUB                 PIC 999.
       01 STMT-PAGE-COUNT              PIC 999.
       01 STMT-LINE-MY                 PIC X(5).
       01 STMT-LINE-DATE               PIC X(8).
       01 STMT-LINE-REF                PIC 9(6).
       01 STMT-LINE-DESC               PIC X(12).
       01 STMT-LINE-AMOUNT             PIC S9(6)V99.

         02 GOODS-PRICE                PIC 99V99.
         02 GOODS-TOTAL                PIC 9999V99.
         02 GOODS-VAT-CODE             PIC X.
         02 GOODS-BATCH-NO             PIC X(10).
         02 GOODS-USE-BY               PIC 9(6).
         02 GOODS-UNIT-COST            PIC 99V99.

      *USE-BY DATES ARE KEYED AND SHOWN DAY-MONTH-YEAR BUT HELD ON
      *FILE YEAR-MONTH-DAY SO THAT THEY SORT AND COMPARE.

       01 UBY-DMY                      PIC 9(6).
       01 UBY-YMD                      PIC 9(6).
       01 UBE-DATE.
         02 UBE-DAY                    PIC 99.
         02 UBE-MONTH                  PIC 99.
         02 UBE-YEAR                   PIC 99.
       01 DLV-USE-BY-SHOW OCCURS 40 TIMES PIC X(8).

      *CONSTANT VARIABLES.

       01 FIRST-PAYMENT-LINE           PIC 99 VALUE 41.
       01 LAST-PAYMENT-LINE            PIC 99 VALUE 60.

      *PAYMENT TERMS GIVEN TO AN ACCOUNT THAT HAS NONE OF ITS OWN.

       01 DEFAULT-TERMS-DAYS           PIC 999 VALUE 30.

      *MAIN VARIABLES

       01 CURRENT-INVOICE              PIC 9(6).
       01 COMP-TOTAL                   PIC 9(6)V99.

      *VAT-RATE IS THE STANDARD BAND'S CURRENT FRACTION, LOADED FROM
           03 COLUMN 1  PIC X(22) VALUE "+--------------------+".
           03 COLUMN 23 PIC X(22) VALUE "+--------------------+".
           03 COLUMN 50 PIC X(15) VALUE "Invoice number:".
           03 COLUMN 66 PIC Z(6) SOURCE CURRENT-INVOICE.
         02 LINE 5.
           03 COLUMN 1  PIC X(22) VALUE "|xxxxxxxx'S CUISINE  |".
           03 COLUMN 23 PIC X(22) VALUE "|                    |".
       01 PRINT-CONTINUATION-GROUP TYPE DETAIL.
         02 LINE 4.
           03 COLUMN 30 PIC X(15) VALUE "Invoice number:".
           03 COLUMN 46 PIC Z(6) SOURCE CURRENT-INVOICE.
           03 COLUMN 53 PIC X(11) VALUE "(continued)".
         02 LINE 6.
           03 COLUMN 10 PIC X(9) VALUE "Customer:".
           03 COLUMN 20 PIC X(20) SOURCE CUSTOMER-NAME.
         02 LINE 70 PIC X(1) VALUE SPACE.

      *DELIVERY NOTE / PICKING LIST - THE SAME ORDER DATA WITH NO
      *MONEY ON IT: DESCRIPTIONS, QUANTITIES AND THE BATCH AND USE-BY
      *OF EACH LINE PICKED, ALL FORTY LINES ON ONE PAGE, WITH A
      *SIGNATURE BLOCK FOR THE CUSTOMER.
      *THE PAGE HEADING BANNER SAYS WHICH COPY THIS IS.

       01 DELIVERY-NOTE-GROUP TYPE DETAIL.
         02 LINE 4.
           03 COLUMN 50 PIC X(15) VALUE "Invoice number:".
           03 COLUMN 66 PIC Z(6) SOURCE CURRENT-INVOICE.
         02 LINE 5.
           03 COLUMN 10 PIC X(11) VALUE "DELIVER TO:".
           03 COLUMN 24 PIC X(20) SOURCE CUSTOMER-NAME.
           03 COLUMN 10 PIC X(4)  VALUE "ITEM".
           03 COLUMN 16 PIC X(11) VALUE "DESCRIPTION".
           03 COLUMN 45 PIC X(3)  VALUE "QTY".
           03 COLUMN 50 PIC X(9)  VALUE "BATCH/LOT".
           03 COLUMN 62 PIC X(6)  VALUE "USE BY".
         02 LINE 16 COLUMN 10 PIC X(60) VALUE
         "------------------------------------------------------------".
         02 LINE 17.
           03 COLUMN 11 PIC XX VALUE " 1".
           03 COLUMN 16 PIC X(25) SOURCE GOODS-DESC(1).
           03 COLUMN 45 PIC ZZZ SOURCE GOODS-QTY(1).
           03 COLUMN 50 PIC X(10) SOURCE GOODS-BATCH-NO(1).
           03 COLUMN 62 PIC X(8) SOURCE DLV-USE-BY-SHOW(1).
         02 LINE 18.
           03 COLUMN 11 PIC XX VALUE " 2".
           03 COLUMN 16 PIC X(25) SOURCE GOODS-DESC(2).
           03 COLUMN 45 PIC ZZZ SOURCE GOODS-QTY(2).
           03 COLUMN 50 PIC X(10) SOURCE GOODS-BATCH-NO(2).
           03 COLUMN 62 PIC X(8) SOURCE DLV-USE-BY-SHOW(2).
         02 LINE 19.
           03 COLUMN 11 PIC XX VALUE " 3".
           03 COLUMN 16 PIC X(25) SOURCE GOODS-DESC(3).
           03 COLUMN 45 PIC ZZZ SOURCE GOODS-QTY(3).
           03 COLUMN 50 PIC X(10) SOURCE GOODS-BATCH-NO(3).
           03 COLUMN 62 PIC X(8) SOURCE DLV-USE-BY-SHOW(3).
         02 LINE 20.
           03 COLUMN 11 PIC XX VALUE " 4".
           03 COLUMN 16 PIC X(25) SOURCE GOODS-DESC(4).
           03 COLUMN 45 PIC ZZZ SOURCE GOODS-QTY(4).
           03 COLUMN 50 PIC X(10) SOURCE GOODS-BATCH-NO(4).
           03 COLUMN 62 PIC X(8) SOURCE DLV-USE-BY-SHOW(4).
         02 LINE 21.
           03 COLUMN 11 PIC XX VALUE " 5".
           03 COLUMN 16 PIC X(25) SOURCE GOODS-DESC(5).
           03 COLUMN 45 PIC ZZZ SOURCE GOODS-QTY(5).
           03 COLUMN 50 PIC X(10) SOURCE GOODS-BATCH-NO(5).
           03 COLUMN 62 PIC X(8) SOURCE DLV-USE-BY-SHOW(5).
         02 LINE 22.
           03 COLUMN 11 PIC XX VALUE " 6".
           03 COLUMN 16 PIC X(25) SOURCE GOODS-DESC(6).
           03 COLUMN 45 PIC ZZZ SOURCE GOODS-QTY(6).
           03 COLUMN 50 PIC X(10) SOURCE GOODS-BATCH-NO(6).
           03 COLUMN 62 PIC X(8) SOURCE DLV-USE-BY-SHOW(6).
         02 LINE 23.
           03 COLUMN 11 PIC XX VALUE " 7".
           03 COLUMN 16 PIC X(25) SOURCE GOODS-DESC(7).
           03 COLUMN 45 PIC ZZZ SOURCE GOODS-QTY(7).
           03 COLUMN 50 PIC X(10) SOURCE GOODS-BATCH-NO(7).
           03 COLUMN 62 PIC X(8) SOURCE DLV-USE-BY-SHOW(7).
         02 LINE 24.
           03 COLUMN 11 PIC XX VALUE " 8".
           03 COLUMN 16 PIC X(25) SOURCE GOODS-DESC(8).
           03 COLUMN 45 PIC ZZZ SOURCE GOODS-QTY(8).
           03 COLUMN 50 PIC X(10) SOURCE GOODS-BATCH-NO(8).
           03 COLUMN 62 PIC X(8) SOURCE DLV-USE-BY-SHOW(8).
         02 LINE 25.
           03 COLUMN 11 PIC XX VALUE " 9".
           03 COLUMN 16 PIC X(25) SOURCE GOODS-DESC(9).
           03 COLUMN 45 PIC ZZZ SOURCE GOODS-QTY(9).
           03 COLUMN 50 PIC X(10) SOURCE GOODS-BATCH-NO(9).
           03 COLUMN 62 PIC X(8) SOURCE DLV-USE-BY-SHOW(9).
         02 LINE 26.
           03 COLUMN 11 PIC XX VALUE "10".
           03 COLUMN 16 PIC X(25) SOURCE GOODS-DESC(10).
           03 COLUMN 45 PIC ZZZ SOURCE GOODS-QTY(10).
           03 COLUMN 50 PIC X(10) SOURCE GOODS-BATCH-NO(10).
           03 COLUMN 62 PIC X(8) SOURCE DLV-USE-BY-SHOW(10).
         02 LINE 27.
           03 COLUMN 11 PIC XX VALUE "11".
           03 COLUMN 16 PIC X(25) SOURCE GOODS-DESC(11).
           03 COLUMN 45 PIC ZZZ SOURCE GOODS-QTY(11).
           03 COLUMN 50 PIC X(10) SOURCE GOODS-BATCH-NO(11).
           03 COLUMN 62 PIC X(8) SOURCE DLV-USE-BY-SHOW(11).
         02 LINE 28.
           03 COLUMN 11 PIC XX VALUE "12".
           03 COLUMN 16 PIC X(25) SOURCE GOODS-DESC(12).
           03 COLUMN 45 PIC ZZZ SOURCE GOODS-QTY(12).
           03 COLUMN 50 PIC X(10) SOURCE GOODS-BATCH-NO(12).
           03 COLUMN 62 PIC X(8) SOURCE DLV-USE-BY-SHOW(12).
         02 LINE 29.
           03 COLUMN 11 PIC XX VALUE "13".
           03 COLUMN 16 PIC X(25) SOURCE GOODS-DESC(13).
           03 COLUMN 45 PIC ZZZ SOURCE GOODS-QTY(13).
           03 COLUMN 50 PIC X(10) SOURCE GOODS-BATCH-NO(13).
           03 COLUMN 62 PIC X(8) SOURCE DLV-USE-BY-SHOW(13).
         02 LINE 30.
           03 COLUMN 11 PIC XX VALUE "14".
           03 COLUMN 16 PIC X(25) SOURCE GOODS-DESC(14).
           03 COLUMN 45 PIC ZZZ SOURCE GOODS-QTY(14).
           03 COLUMN 50 PIC X(10) SOURCE GOODS-BATCH-NO(14).
           03 COLUMN 62 PIC X(8) SOURCE DLV-USE-BY-SHOW(14).
         02 LINE 31.
           03 COLUMN 11 PIC XX VALUE "15".
           03 COLUMN 16 PIC X(25) SOURCE GOODS-DESC(15).
           03 COLUMN 45 PIC ZZZ SOURCE GOODS-QTY(15).
           03 COLUMN 50 PIC X(10) SOURCE GOODS-BATCH-NO(15).
           03 COLUMN 62 PIC X(8) SOURCE DLV-USE-BY-SHOW(15).
         02 LINE 32.
           03 COLUMN 11 PIC XX VALUE "16".
           03 COLUMN 16 PIC X(25) SOURCE GOODS-DESC(16).
           03 COLUMN 45 PIC ZZZ SOURCE GOODS-QTY(16).
           03 COLUMN 50 PIC X(10) SOURCE GOODS-BATCH-NO(16).
           03 COLUMN 62 PIC X(8) SOURCE DLV-USE-BY-SHOW(16).
         02 LINE 33.
           03 COLUMN 11 PIC XX VALUE "17".
           03 COLUMN 16 PIC X(25) SOURCE GOODS-DESC(17).
           03 COLUMN 45 PIC ZZZ SOURCE GOODS-QTY(17).
           03 COLUMN 50 PIC X(10) SOURCE GOODS-BATCH-NO(17).
           03 COLUMN 62 PIC X(8) SOURCE DLV-USE-BY-SHOW(17).
         02 LINE 34.
           03 COLUMN 11 PIC XX VALUE "18".
           03 COLUMN 16 PIC X(25) SOURCE GOODS-DESC(18).
           03 COLUMN 45 PIC ZZZ SOURCE GOODS-QTY(18).
           03 COLUMN 50 PIC X(10) SOURCE GOODS-BATCH-NO(18).
           03 COLUMN 62 PIC X(8) SOURCE DLV-USE-BY-SHOW(18).
         02 LINE 35.
           03 COLUMN 11 PIC XX VALUE "19".
           03 COLUMN 16 PIC X(25) SOURCE GOODS-DESC(19).
           03 COLUMN 45 PIC ZZZ SOURCE GOODS-QTY(19).
           03 COLUMN 50 PIC X(10) SOURCE GOODS-BATCH-NO(19).
           03 COLUMN 62 PIC X(8) SOURCE DLV-USE-BY-SHOW(19).
         02 LINE 36.
           03 COLUMN 11 PIC XX VALUE "20".
           03 COLUMN 16 PIC X(25) SOURCE GOODS-DESC(20).
           03 COLUMN 45 PIC ZZZ SOURCE GOODS-QTY(20).
           03 COLUMN 50 PIC X(10) SOURCE GOODS-BATCH-NO(20).
           03 COLUMN 62 PIC X(8) SOURCE DLV-USE-BY-SHOW(20).
         02 LINE 37.
           03 COLUMN 11 PIC XX VALUE "21".
           03 COLUMN 16 PIC X(25) SOURCE GOODS-DESC(21).
           03 COLUMN 45 PIC ZZZ SOURCE GOODS-QTY(21).
           03 COLUMN 50 PIC X(10) SOURCE GOODS-BATCH-NO(21).
           03 COLUMN 62 PIC X(8) SOURCE DLV-USE-BY-SHOW(21).
         02 LINE 38.
           03 COLUMN 11 PIC XX VALUE "22".
           03 COLUMN 16 PIC X(25) SOURCE GOODS-DESC(22).
           03 COLUMN 45 PIC ZZZ SOURCE GOODS-QTY(22).
           03 COLUMN 50 PIC X(10) SOURCE GOODS-BATCH-NO(22).
           03 COLUMN 62 PIC X(8) SOURCE DLV-USE-BY-SHOW(22).
         02 LINE 39.
           03 COLUMN 11 PIC XX VALUE "23".
           03 COLUMN 16 PIC X(25) SOURCE GOODS-DESC(23).
           03 COLUMN 45 PIC ZZZ SOURCE GOODS-QTY(23).
           03 COLUMN 50 PIC X(10) SOURCE GOODS-BATCH-NO(23).
           03 COLUMN 62 PIC X(8) SOURCE DLV-USE-BY-SHOW(23).
         02 LINE 40.
           03 COLUMN 11 PIC XX VALUE "24".
           03 COLUMN 16 PIC X(25) SOURCE GOODS-DESC(24).
           03 COLUMN 45 PIC ZZZ SOURCE GOODS-QTY(24).
           03 COLUMN 50 PIC X(10) SOURCE GOODS-BATCH-NO(24).
           03 COLUMN 62 PIC X(8) SOURCE DLV-USE-BY-SHOW(24).
         02 LINE 41.
           03 COLUMN 11 PIC XX VALUE "25".
           03 COLUMN 16 PIC X(25) SOURCE GOODS-DESC(25).
           03 COLUMN 45 PIC ZZZ SOURCE GOODS-QTY(25).
           03 COLUMN 50 PIC X(10) SOURCE GOODS-BATCH-NO(25).
           03 COLUMN 62 PIC X(8) SOURCE DLV-USE-BY-SHOW(25).
         02 LINE 42.
           03 COLUMN 11 PIC XX VALUE "26".
           03 COLUMN 16 PIC X(25) SOURCE GOODS-DESC(26).
           03 COLUMN 45 PIC ZZZ SOURCE GOODS-QTY(26).
           03 COLUMN 50 PIC X(10) SOURCE GOODS-BATCH-NO(26).
           03 COLUMN 62 PIC X(8) SOURCE DLV-USE-BY-SHOW(26).
         02 LINE 43.
           03 COLUMN 11 PIC XX VALUE "27".
           03 COLUMN 16 PIC X(25) SOURCE GOODS-DESC(27).
           03 COLUMN 45 PIC ZZZ SOURCE GOODS-QTY(27).
           03 COLUMN 50 PIC X(10) SOURCE GOODS-BATCH-NO(27).
           03 COLUMN 62 PIC X(8) SOURCE DLV-USE-BY-SHOW(27).
         02 LINE 44.
           03 COLUMN 11 PIC XX VALUE "28".
           03 COLUMN 16 PIC X(25) SOURCE GOODS-DESC(28).
           03 COLUMN 45 PIC ZZZ SOURCE GOODS-QTY(28).
           03 COLUMN 50 PIC X(10) SOURCE GOODS-BATCH-NO(28).
           03 COLUMN 62 PIC X(8) SOURCE DLV-USE-BY-SHOW(28).
         02 LINE 45.
           03 COLUMN 11 PIC XX VALUE "29".
           03 COLUMN 16 PIC X(25) SOURCE GOODS-DESC(29).
           03 COLUMN 45 PIC ZZZ SOURCE GOODS-QTY(29).
           03 COLUMN 50 PIC X(10) SOURCE GOODS-BATCH-NO(29).
           03 COLUMN 62 PIC X(8) SOURCE DLV-USE-BY-SHOW(29).
         02 LINE 46.
           03 COLUMN 11 PIC XX VALUE "30".
           03 COLUMN 16 PIC X(25) SOURCE GOODS-DESC(30).
           03 COLUMN 45 PIC ZZZ SOURCE GOODS-QTY(30).
           03 COLUMN 50 PIC X(10) SOURCE GOODS-BATCH-NO(30).
           03 COLUMN 62 PIC X(8) SOURCE DLV-USE-BY-SHOW(30).
         02 LINE 47.
           03 COLUMN 11 PIC XX VALUE "31".
           03 COLUMN 16 PIC X(25) SOURCE GOODS-DESC(31).
           03 COLUMN 45 PIC ZZZ SOURCE GOODS-QTY(31).
           03 COLUMN 50 PIC X(10) SOURCE GOODS-BATCH-NO(31).
           03 COLUMN 62 PIC X(8) SOURCE DLV-USE-BY-SHOW(31).
         02 LINE 48.
           03 COLUMN 11 PIC XX VALUE "32".
           03 COLUMN 16 PIC X(25) SOURCE GOODS-DESC(32).
           03 COLUMN 45 PIC ZZZ SOURCE GOODS-QTY(32).
           03 COLUMN 50 PIC X(10) SOURCE GOODS-BATCH-NO(32).
           03 COLUMN 62 PIC X(8) SOURCE DLV-USE-BY-SHOW(32).
         02 LINE 49.
           03 COLUMN 11 PIC XX VALUE "33".
           03 COLUMN 16 PIC X(25) SOURCE GOODS-DESC(33).
           03 COLUMN 45 PIC ZZZ SOURCE GOODS-QTY(33).
           03 COLUMN 50 PIC X(10) SOURCE GOODS-BATCH-NO(33).
           03 COLUMN 62 PIC X(8) SOURCE DLV-USE-BY-SHOW(33).
         02 LINE 50.
           03 COLUMN 11 PIC XX VALUE "34".
           03 COLUMN 16 PIC X(25) SOURCE GOODS-DESC(34).
           03 COLUMN 45 PIC ZZZ SOURCE GOODS-QTY(34).
           03 COLUMN 50 PIC X(10) SOURCE GOODS-BATCH-NO(34).
           03 COLUMN 62 PIC X(8) SOURCE DLV-USE-BY-SHOW(34).
         02 LINE 51.
           03 COLUMN 11 PIC XX VALUE "35".
           03 COLUMN 16 PIC X(25) SOURCE GOODS-DESC(35).
           03 COLUMN 45 PIC ZZZ SOURCE GOODS-QTY(35).
           03 COLUMN 50 PIC X(10) SOURCE GOODS-BATCH-NO(35).
           03 COLUMN 62 PIC X(8) SOURCE DLV-USE-BY-SHOW(35).
         02 LINE 52.
           03 COLUMN 11 PIC XX VALUE "36".
           03 COLUMN 16 PIC X(25) SOURCE GOODS-DESC(36).
           03 COLUMN 45 PIC ZZZ SOURCE GOODS-QTY(36).
           03 COLUMN 50 PIC X(10) SOURCE GOODS-BATCH-NO(36).
           03 COLUMN 62 PIC X(8) SOURCE DLV-USE-BY-SHOW(36).
         02 LINE 53.
           03 COLUMN 11 PIC XX VALUE "37".
           03 COLUMN 16 PIC X(25) SOURCE GOODS-DESC(37).
           03 COLUMN 45 PIC ZZZ SOURCE GOODS-QTY(37).
           03 COLUMN 50 PIC X(10) SOURCE GOODS-BATCH-NO(37).
           03 COLUMN 62 PIC X(8) SOURCE DLV-USE-BY-SHOW(37).
         02 LINE 54.
           03 COLUMN 11 PIC XX VALUE "38".
           03 COLUMN 16 PIC X(25) SOURCE GOODS-DESC(38).
           03 COLUMN 45 PIC ZZZ SOURCE GOODS-QTY(38).
           03 COLUMN 50 PIC X(10) SOURCE GOODS-BATCH-NO(38).
           03 COLUMN 62 PIC X(8) SOURCE DLV-USE-BY-SHOW(38).
         02 LINE 55.
           03 COLUMN 11 PIC XX VALUE "39".
           03 COLUMN 16 PIC X(25) SOURCE GOODS-DESC(39).
           03 COLUMN 45 PIC ZZZ SOURCE GOODS-QTY(39).
           03 COLUMN 50 PIC X(10) SOURCE GOODS-BATCH-NO(39).
           03 COLUMN 62 PIC X(8) SOURCE DLV-USE-BY-SHOW(39).
         02 LINE 56.
           03 COLUMN 11 PIC XX VALUE "40".
           03 COLUMN 16 PIC X(25) SOURCE GOODS-DESC(40).
           03 COLUMN 45 PIC ZZZ SOURCE GOODS-QTY(40).
           03 COLUMN 50 PIC X(10) SOURCE GOODS-BATCH-NO(40).
           03 COLUMN 62 PIC X(8) SOURCE DLV-USE-BY-SHOW(40).
         02 LINE 59 COLUMN 10 PIC X(43) VALUE
         "RECEIVED IN GOOD ORDER - SIGNED: ..........".
         02 LINE 61 COLUMN 10 PIC X(33) VALUE
         02 LINE 3 COLUMN 35 PIC X(5)  VALUE "TOTAL".
       01 SALES-REGISTER-GROUP TYPE DETAIL.
         02 LINE PLUS 1.
           03 COLUMN 1  PIC Z(6) SOURCE REG-INVOICE-NO.
           03 COLUMN 11 PIC X(20) SOURCE REG-CUSTOMER-NAME.
           03 COLUMN 33 PIC Z(6).ZZ SOURCE REG-INVOICE-TOTAL.
           03 COLUMN 43 PIC XX SOURCE REG-DOC-MARK.
       01 TYPE PAGE HEADING.
         02 LINE 1 COLUMN 20 PIC X(40) VALUE
            "CAMPBELL'S CUISINE - AGED DEBTORS".
         02 LINE 2 COLUMN 53 PIC X(27) VALUE
            "<---- DAYS PAST TERMS ---->".
         02 LINE 3 COLUMN 1  PIC X(7)  VALUE "INVOICE".
         02 LINE 3 COLUMN 10 PIC X(8)  VALUE "CUSTOMER".
         02 LINE 3 COLUMN 32 PIC X(4)  VALUE "DATE".
         02 LINE 3 COLUMN 43 PIC X(7)  VALUE "CURRENT".
         02 LINE 3 COLUMN 54 PIC X(6)  VALUE "0 - 29".
         02 LINE 3 COLUMN 63 PIC X(7)  VALUE "30 - 59".
         02 LINE 3 COLUMN 73 PIC X(7)  VALUE "60 PLUS".
       01 AGED-DEBTORS-GROUP TYPE DETAIL.
         02 LINE PLUS 1.
           03 COLUMN 1  PIC Z(6) SOURCE DEBT-INVOICE-NO.
           03 COLUMN 10 PIC X(20) SOURCE DEBT-CUSTOMER-NAME.
           03 COLUMN 32 PIC X(8) SOURCE DEBT-DATE.
           03 COLUMN 41 PIC Z(6).ZZ SOURCE DEBT-BUCKET-CURRENT.
           03 COLUMN 44 PIC X(11) VALUE "AT STD RATE".
       01 VAT-EXCEPTION-GROUP TYPE DETAIL.
         02 LINE PLUS 1.
           03 COLUMN 1  PIC Z(6) SOURCE VAT-EXC-INVOICE.
           03 COLUMN 8  PIC XX SOURCE VAT-EXC-MARK.
           03 COLUMN 10 PIC X(8) SOURCE VAT-EXC-DATE.
           03 COLUMN 19 PIC Z(6).ZZ- SOURCE VAT-EXC-NET.
           03 COLUMN 32 PIC Z(6).ZZ- SOURCE VAT-EXC-VAT.
           03 COLUMN 1  PIC X(8)  SOURCE ALR-LINE-DATE.
           03 COLUMN 11 PIC X(3)  SOURCE ALR-LINE-OPERATOR.
           03 COLUMN 16 PIC X(12) SOURCE ALR-LINE-ACTION.
           03 COLUMN 29 PIC Z(6)  SOURCE ALR-LINE-REF.
           03 COLUMN 36 PIC Z(6).ZZ SOURCE ALR-LINE-AMOUNT.
       01 ALR-TOTAL-GROUP TYPE DETAIL.
         02 LINE PLUS 2.
         02 LINE 3 COLUMN 25 PIC X(6)  VALUE "AMOUNT".
       01 CU-LINE-GROUP TYPE DETAIL.
         02 LINE PLUS 1.
           03 COLUMN 1  PIC Z(6) SOURCE CU-LINE-INVOICE.
           03 COLUMN 10 PIC X(10) SOURCE CU-LINE-METHOD.
           03 COLUMN 23 PIC Z(6).ZZ SOURCE CU-LINE-AMOUNT.
       01 CU-TOTAL-GROUP TYPE DETAIL.
         02 LINE 3 COLUMN 36 PIC X(5)  VALUE "STOCK".
         02 LINE 3 COLUMN 45 PIC X(7)  VALUE "REORDER".
         02 LINE 3 COLUMN 55 PIC X(5)  VALUE "SHORT".
         02 LINE 3 COLUMN 64 PIC X(8)  VALUE "SUPPLIER".
       01 STK-LINE-GROUP TYPE DETAIL.
         02 LINE PLUS 1.
           03 COLUMN 1  PIC X(6)  SOURCE STK-LINE-CODE.
           03 COLUMN 36 PIC Z(4)9- SOURCE STK-LINE-STOCK.
           03 COLUMN 46 PIC Z(4)9 SOURCE STK-LINE-REORDER.
           03 COLUMN 55 PIC Z(4)9- SOURCE STK-LINE-SHORT.
           03 COLUMN 64 PIC X(6)  SOURCE STK-LINE-SUPPLIER.
       01 STK-TOTAL-GROUP TYPE DETAIL.
         02 LINE PLUS 2.
           03 COLUMN 9  PIC X(18) VALUE "PRODUCTS TO ORDER:".
       01 STMT-LINE-GROUP TYPE DETAIL.
         02 LINE PLUS 1.
           03 COLUMN 1  PIC X(8)  SOURCE STMT-LINE-DATE.
           03 COLUMN 11 PIC Z(6) SOURCE STMT-LINE-REF.
           03 COLUMN 18 PIC X(12) SOURCE STMT-LINE-DESC.
           03 COLUMN 31 PIC Z(6).ZZ- SOURCE STMT-LINE-AMOUNT.
           03 COLUMN 44 PIC Z(6).ZZ- SOURCE STMT-RUN-BALANCE.
           03 COLUMN 18 PIC X(23) VALUE "BALANCE CARRIED FORWARD".
           03 COLUMN 44 PIC Z(6).ZZ- SOURCE STMT-RUN-BALANCE.

      *CREDIT CONTROL LIST - EVERY ACCOUNT ON HOLD OR OWING MORE THAN
      *ITS LIMIT, IN ACCOUNT CODE ORDER.

       RD CREDIT-CONTROL-REPORT PAGE LIMIT 66 LINES
                               HEADING 1
                               FIRST DETAIL 5
                               LAST DETAIL 60.

       01 TYPE PAGE HEADING.
         02 LINE 1 COLUMN 15 PIC X(47) VALUE
            "CAMPBELL'S CUISINE - OVER LIMIT / ON HOLD LIST".
         02 LINE 3 COLUMN 1  PIC X(4)  VALUE "CODE".
         02 LINE 3 COLUMN 9  PIC X(8)  VALUE "CUSTOMER".
         02 LINE 3 COLUMN 34 PIC X(5)  VALUE "LIMIT".
         02 LINE 3 COLUMN 44 PIC X(7)  VALUE "BALANCE".
         02 LINE 3 COLUMN 56 PIC X(8)  VALUE "OVER BY".
         02 LINE 3 COLUMN 66 PIC X(5)  VALUE "TERMS".
         02 LINE 3 COLUMN 73 PIC X(4)  VALUE "HOLD".
       01 CRL-LINE-GROUP TYPE DETAIL.
         02 LINE PLUS 1.
           03 COLUMN 1  PIC X(6)  SOURCE CRL-LINE-CODE.
           03 COLUMN 9  PIC X(20) SOURCE CRL-LINE-NAME.
           03 COLUMN 30 PIC Z(6).ZZ SOURCE CRL-LINE-LIMIT.
           03 COLUMN 41 PIC Z(7).ZZ- SOURCE CRL-LINE-BALANCE.
           03 COLUMN 53 PIC Z(7).ZZ- SOURCE CRL-LINE-OVER.
           03 COLUMN 67 PIC ZZ9 SOURCE CRL-LINE-TERMS.
           03 COLUMN 73 PIC X(4) SOURCE CRL-LINE-HOLD.
       01 CRL-TOTAL-GROUP TYPE DETAIL.
         02 LINE PLUS 2.
           03 COLUMN 1  PIC X(9)  VALUE "ACCOUNTS:".
           03 COLUMN 11 PIC ZZ9 SOURCE CRL-LIST-COUNT.

      *PURCHASE ORDER - INITIATED AND TERMINATED ONCE PER ORDER SO
      *EACH STARTS ON A FRESH PAGE.  THE LINES ARE PRINTED FROM THE
      *POL- TABLE ONE AT A TIME.

       RD PURCHASE-ORDER-REPORT PAGE LIMIT 66 LINES
                               HEADING 1
                               FIRST DETAIL 5
                               LAST DETAIL 60.

       01 TYPE PAGE HEADING.
         02 LINE 1 COLUMN 20 PIC X(35) VALUE
            "CAMPBELL'S CUISINE - PURCHASE ORDER".
       01 PO-HEAD-GROUP TYPE DETAIL.
         02 LINE PLUS 1.
           03 COLUMN 1  PIC X(13) VALUE "ORDER NUMBER:".
           03 COLUMN 15 PIC Z(5)9 SOURCE POR-NUMBER.
           03 COLUMN 40 PIC X(5)  VALUE "DATE:".
           03 COLUMN 52 PIC X(8)  SOURCE POR-DATE.
         02 LINE PLUS 1.
           03 COLUMN 1  PIC X(9)  VALUE "SUPPLIER:".
           03 COLUMN 15 PIC X(6)  SOURCE SUPPLIER-CODE.
           03 COLUMN 40 PIC X(11) VALUE "DELIVER BY:".
           03 COLUMN 52 PIC X(8)  SOURCE POR-DUE-SHOW.
         02 LINE PLUS 1.
           03 COLUMN 15 PIC X(20) SOURCE SUPPLIER-NAME.
         02 LINE PLUS 1.
           03 COLUMN 15 PIC X(20) SOURCE SUPPLIER-ADDRESS1.
         02 LINE PLUS 1.
           03 COLUMN 15 PIC X(20) SOURCE SUPPLIER-ADDRESS2.
         02 LINE PLUS 1.
           03 COLUMN 15 PIC X(20) SOURCE SUPPLIER-ADDRESS3.
         02 LINE PLUS 1.
           03 COLUMN 15 PIC X(20) SOURCE SUPPLIER-ADDRESS4.
         02 LINE PLUS 1.
           03 COLUMN 15 PIC X(20) SOURCE SUPPLIER-TELEPHONE.
         02 LINE PLUS 1.
           03 COLUMN 1  PIC X(4)  VALUE "FAO:".
           03 COLUMN 15 PIC X(20) SOURCE SUPPLIER-CONTACT.
         02 LINE PLUS 2.
           03 COLUMN 1  PIC X(4)  VALUE "CODE".
           03 COLUMN 9  PIC X(11) VALUE "DESCRIPTION".
           03 COLUMN 37 PIC X(3)  VALUE "QTY".
           03 COLUMN 43 PIC X(9)  VALUE "UNIT COST".
           03 COLUMN 58 PIC X(5)  VALUE "VALUE".
       01 PO-LINE-GROUP TYPE DETAIL.
         02 LINE PLUS 1.
           03 COLUMN 1  PIC X(6)  SOURCE POL-CODE(POL-SUB).
           03 COLUMN 9  PIC X(25) SOURCE POL-DESC(POL-SUB).
           03 COLUMN 35 PIC Z(4)9 SOURCE POL-QTY(POL-SUB).
           03 COLUMN 46 PIC ZZ.ZZ SOURCE POL-COST(POL-SUB).
           03 COLUMN 54 PIC Z(5)9.99 SOURCE POR-LINE-VALUE.
       01 PO-TOTAL-GROUP TYPE DETAIL.
         02 LINE PLUS 2.
           03 COLUMN 37 PIC X(12) VALUE "ORDER VALUE:".
           03 COLUMN 54 PIC Z(5)9.99 SOURCE POR-VALUE.

      *OUTSTANDING PURCHASE ORDERS - EVERY OPEN ORDER WITH ITS OPEN
      *LINES AND WHAT IS STILL TO COME.  AN ORDER PAST ITS DELIVER-BY
      *DATE IS MARKED LATE SO IT CAN BE CHASED.

       RD OUTSTANDING-PO-REPORT PAGE LIMIT 66 LINES
                               HEADING 1
                               FIRST DETAIL 6
                               LAST DETAIL 60.

       01 TYPE PAGE HEADING.
         02 LINE 1 COLUMN 15 PIC X(48) VALUE
            "CAMPBELL'S CUISINE - OUTSTANDING PURCHASE ORDERS".
         02 LINE 3 COLUMN 1  PIC X(5)  VALUE "ORDER".
         02 LINE 3 COLUMN 8  PIC X(8)  VALUE "SUPPLIER".
         02 LINE 3 COLUMN 41 PIC X(6)  VALUE "RAISED".
         02 LINE 3 COLUMN 51 PIC X(6)  VALUE "DUE BY".
         02 LINE 4 COLUMN 8  PIC X(7)  VALUE "PRODUCT".
         02 LINE 4 COLUMN 40 PIC X(7)  VALUE "ORDERED".
         02 LINE 4 COLUMN 48 PIC X(5)  VALUE "RECVD".
         02 LINE 4 COLUMN 54 PIC X(7)  VALUE "TO COME".
         02 LINE 4 COLUMN 65 PIC X(5)  VALUE "VALUE".
       01 OPR-HEAD-GROUP TYPE DETAIL.
         02 LINE PLUS 2.
           03 COLUMN 1  PIC Z(5)9 SOURCE POR-NUMBER.
           03 COLUMN 8  PIC X(6)  SOURCE SUPPLIER-CODE.
           03 COLUMN 15 PIC X(20) SOURCE SUPPLIER-NAME.
           03 COLUMN 41 PIC X(8)  SOURCE POR-DATE.
           03 COLUMN 51 PIC X(8)  SOURCE POR-DUE-SHOW.
           03 COLUMN 62 PIC X(4)  SOURCE OPR-LATE.
       01 OPR-LINE-GROUP TYPE DETAIL.
         02 LINE PLUS 1.
           03 COLUMN 8  PIC X(6)  SOURCE PO-PROD-CODE.
           03 COLUMN 15 PIC X(24) SOURCE PO-PROD-DESC.
           03 COLUMN 41 PIC Z(4)9 SOURCE PO-QTY-ORDERED.
           03 COLUMN 48 PIC Z(4)9 SOURCE PO-QTY-RECEIVED.
           03 COLUMN 55 PIC Z(4)9 SOURCE OPR-LINE-OUT.
           03 COLUMN 62 PIC Z(5)9.99 SOURCE OPR-LINE-VALUE.
       01 OPR-TOTAL-GROUP TYPE DETAIL.
         02 LINE PLUS 2.
           03 COLUMN 1  PIC X(19) VALUE "ORDERS OUTSTANDING:".
           03 COLUMN 21 PIC ZZ9 SOURCE OPR-COUNT.
           03 COLUMN 41 PIC X(14) VALUE "VALUE TO COME:".
           03 COLUMN 60 PIC Z(6)9.99 SOURCE OPR-VALUE-TOTAL.

      *BATCH RECALL TRACE - EVERY INVOICE OR CREDIT LINE THAT CARRIED
      *THE GIVEN PRODUCT AND BATCH, WITH THE FULL DELIVERY ADDRESS
      *AND TELEPHONE SO THAT EACH CUSTOMER CAN BE REACHED.

       RD RECALL-REPORT PAGE LIMIT 66 LINES
                               HEADING 1
                               FIRST DETAIL 7
                               LAST DETAIL 60.

       01 TYPE PAGE HEADING.
         02 LINE 1 COLUMN 20 PIC X(39) VALUE
            "CAMPBELL'S CUISINE - BATCH RECALL TRACE".
         02 LINE 3.
           03 COLUMN 1  PIC X(8)  VALUE "PRODUCT:".
           03 COLUMN 10 PIC X(6)  SOURCE RCL-PROD-CODE.
           03 COLUMN 17 PIC X(25) SOURCE PRODUCT-DESC.
           03 COLUMN 44 PIC X(10) VALUE "BATCH/LOT:".
           03 COLUMN 55 PIC X(10) SOURCE RCL-BATCH-NO.
         02 LINE 5.
           03 COLUMN 1  PIC X(3)  VALUE "DOC".
           03 COLUMN 9  PIC X(4)  VALUE "TYPE".
           03 COLUMN 13 PIC X(4)  VALUE "DATE".
           03 COLUMN 22 PIC X(17) VALUE "CUSTOMER/ADDRESS".
           03 COLUMN 44 PIC X(9)  VALUE "TELEPHONE".
           03 COLUMN 66 PIC X(3)  VALUE "QTY".
           03 COLUMN 71 PIC X(6)  VALUE "USE BY".
       01 RCL-LINE-GROUP TYPE DETAIL.
         02 LINE PLUS 2.
           03 COLUMN 1  PIC Z(5)9 SOURCE RCL-HEAD-INVOICE.
           03 COLUMN 7  PIC X     SOURCE RCL-SOURCE-MARK.
           03 COLUMN 9  PIC X(3)  SOURCE RCL-HEAD-TYPE.
           03 COLUMN 13 PIC X(8)  SOURCE RCL-HEAD-DATE.
           03 COLUMN 22 PIC X(20) SOURCE RCL-HEAD-NAME.
           03 COLUMN 44 PIC X(20) SOURCE RCL-HEAD-TELEPHONE.
           03 COLUMN 66 PIC ZZ9   SOURCE RCL-LINE-QTY.
           03 COLUMN 71 PIC X(8)  SOURCE RCL-USE-BY-SHOW.
         02 LINE PLUS 1.
           03 COLUMN 22 PIC X(20) SOURCE RCL-HEAD-ADDRESS1.
           03 COLUMN 44 PIC X(20) SOURCE RCL-HEAD-ADDRESS2.
         02 LINE PLUS 1.
           03 COLUMN 22 PIC X(20) SOURCE RCL-HEAD-ADDRESS3.
           03 COLUMN 44 PIC X(20) SOURCE RCL-HEAD-ADDRESS4.
         02 LINE PLUS 1.
           03 COLUMN 22 PIC X(20) SOURCE RCL-HEAD-ADDRESS5.
           03 COLUMN 44 PIC X(20) SOURCE RCL-HEAD-ADDRESS6.
       01 RCL-TOTAL-GROUP TYPE DETAIL.
         02 LINE PLUS 2.
           03 COLUMN 1  PIC X(12) VALUE "LINES FOUND:".
           03 COLUMN 14 PIC ZZZ9 SOURCE RCL-COUNT.
           03 COLUMN 22 PIC X(15) VALUE "QTY DISPATCHED:".
           03 COLUMN 38 PIC ZZZZZ9 SOURCE RCL-QTY-TOTAL.
           03 COLUMN 46 PIC X(22) SOURCE RCL-ARCH-SHOW.

      *BANK STATEMENT LISTING - AFTER AN IMPORT, EVERY NEW LINE WITH
      *WHAT BECAME OF IT AND THE RUN TOTALS; ON ITS OWN, EVERY
      *EXCEPTION STILL WAITING TO BE ALLOCATED.

       RD BANK-IMPORT-REPORT PAGE LIMIT 66 LINES
                               HEADING 1
                               FIRST DETAIL 5
                               LAST DETAIL 60.

       01 TYPE PAGE HEADING.
         02 LINE 1.
           03 COLUMN 15 PIC X(21) VALUE "CAMPBELL'S CUISINE - ".
           03 COLUMN 36 PIC X(28) SOURCE BNK-REPORT-TITLE.
         02 LINE 3.
           03 COLUMN 1  PIC X(4)  VALUE "DATE".
           03 COLUMN 10 PIC X(9)  VALUE "NARRATIVE".
           03 COLUMN 39 PIC X(6)  VALUE "AMOUNT".
           03 COLUMN 46 PIC X(9)  VALUE "TO ALLOC.".
           03 COLUMN 56 PIC X(7)  VALUE "INVOICE".
           03 COLUMN 63 PIC X(6)  VALUE "RESULT".
       01 BNK-LINE-GROUP TYPE DETAIL.
         02 LINE PLUS 1.
           03 COLUMN 1  PIC X(8)  SOURCE BTX-DATE.
           03 COLUMN 10 PIC X(25) SOURCE BTX-NARRATIVE.
           03 COLUMN 36 PIC Z(6).ZZ SOURCE BTX-AMOUNT.
           03 COLUMN 46 PIC Z(6).ZZ SOURCE BNK-SHOW-REMAIN.
           03 COLUMN 56 PIC Z(6) SOURCE BTX-INVOICE-NO.
           03 COLUMN 63 PIC X(18) SOURCE BNK-SHOW-RESULT.
       01 BNK-SUMMARY-GROUP TYPE DETAIL.
         02 LINE PLUS 2.
           03 COLUMN 1  PIC X(11) VALUE "LINES READ:".
           03 COLUMN 13 PIC ZZZZ9 SOURCE BNK-READ-COUNT.
           03 COLUMN 22 PIC X(15) VALUE "ALREADY LOADED:".
           03 COLUMN 38 PIC ZZZZ9 SOURCE BNK-DUP-COUNT.
           03 COLUMN 47 PIC X(12) VALUE "OTHER LINES:".
           03 COLUMN 60 PIC ZZZZ9 SOURCE BNK-SKIP-COUNT.
         02 LINE PLUS 1.
           03 COLUMN 1  PIC X(7)  VALUE "POSTED:".
           03 COLUMN 13 PIC ZZZZ9 SOURCE BNK-POSTED-COUNT.
           03 COLUMN 22 PIC X(6)  VALUE "VALUE:".
           03 COLUMN 29 PIC Z(6)9.99 SOURCE BNK-POSTED-VALUE.
         02 LINE PLUS 1.
           03 COLUMN 1  PIC X(11) VALUE "EXCEPTIONS:".
           03 COLUMN 13 PIC ZZZZ9 SOURCE BNK-EXC-COUNT.
           03 COLUMN 22 PIC X(6)  VALUE "VALUE:".
           03 COLUMN 29 PIC Z(6)9.99 SOURCE BNK-EXC-VALUE.
       01 BNK-EXC-TOTAL-GROUP TYPE DETAIL.
         02 LINE PLUS 2.
           03 COLUMN 1  PIC X(12) VALUE "OUTSTANDING:".
           03 COLUMN 14 PIC ZZZZ9 SOURCE BNK-EXC-COUNT.
           03 COLUMN 22 PIC X(12) VALUE "TO ALLOCATE:".
           03 COLUMN 35 PIC Z(6)9.99 SOURCE BNK-EXC-VALUE.

      *OVERNIGHT RUN SUMMARY - THE RUN, EACH STEP, THEN EVERY
      *STANDING-ORDER INVOICE RAISED OR ATTEMPTED TODAY.

       RD BATCH-RUN-REPORT PAGE LIMIT 66 LINES
                           HEADING 1
                           FIRST DETAIL 5
                           LAST DETAIL 60.

       01 TYPE PAGE HEADING.
         02 LINE 1.
           03 COLUMN 10 PIC X(42) VALUE
              "CAMPBELL'S CUISINE - OVERNIGHT RUN SUMMARY".
           03 COLUMN 55 PIC X(8)  SOURCE STRINGED-DATE.
         02 LINE 3.
           03 COLUMN 1  PIC X(5)  VALUE "ENTRY".
           03 COLUMN 22 PIC X(4)  VALUE "CODE".
           03 COLUMN 29 PIC X(7)  VALUE "INVOICE".
           03 COLUMN 37 PIC X(5)  VALUE "COUNT".
           03 COLUMN 49 PIC X(6)  VALUE "AMOUNT".
           03 COLUMN 57 PIC X(6)  VALUE "RESULT".
       01 BAT-LINE-GROUP TYPE DETAIL.
         02 LINE PLUS 1.
           03 COLUMN 1  PIC X(20) SOURCE BAT-LINE-ENTRY.
           03 COLUMN 22 PIC X(6)  SOURCE BAT-LINE-CODE.
           03 COLUMN 29 PIC Z(6)  SOURCE BAT-LINE-INVOICE.
           03 COLUMN 37 PIC ZZZZZ SOURCE BAT-LINE-COUNT.
           03 COLUMN 44 PIC -Z(6)9.99 SOURCE BAT-LINE-AMOUNT.
           03 COLUMN 57 PIC X(24) SOURCE BAT-LINE-RESULT.
       01 BAT-TOTAL-GROUP TYPE DETAIL.
         02 LINE PLUS 2.
           03 COLUMN 1  PIC X(20) VALUE "INVOICES ON FILE:".
           03 COLUMN 37 PIC ZZZZ9 SOURCE BAT-INV-COUNT.
           03 COLUMN 44 PIC -Z(6)9.99 SOURCE BAT-INV-VALUE.

      *DELIVERY MANIFEST - ONE RUN OF PAGES PER ROUND, INITIATED AND
      *TERMINATED PER ROUND, DROPS IN DROP ORDER WITH THE GOODS TO
      *HAND OVER AND ANY CASH STILL TO COLLECT ON THE INVOICE.

       RD MANIFEST-REPORT PAGE LIMIT 66 LINES
                          HEADING 1
                          FIRST DETAIL 7
                          LAST DETAIL 60.

       01 TYPE PAGE HEADING.
         02 LINE 1 COLUMN 15 PIC X(38) VALUE
            "CAMPBELL'S CUISINE - DELIVERY MANIFEST".
         02 LINE 3.
           03 COLUMN 1  PIC X(6)  VALUE "ROUND:".
           03 COLUMN 8  PIC X(8)  SOURCE RND-SHOW-ROUND.
           03 COLUMN 20 PIC X(14) VALUE "DELIVERY DATE:".
           03 COLUMN 35 PIC X(8)  SOURCE RND-SHOW-DATE.
           03 COLUMN 44 PIC X(3)  SOURCE RND-DAY-NAME.
         02 LINE 5.
           03 COLUMN 1  PIC X(4)  VALUE "DROP".
           03 COLUMN 6  PIC X(7)  VALUE "INVOICE".
           03 COLUMN 14 PIC X(16) VALUE "CUSTOMER/ADDRESS".
           03 COLUMN 36 PIC X(9)  VALUE "TELEPHONE".
           03 COLUMN 58 PIC X(10) VALUE "TO COLLECT".
       01 MAN-DROP-GROUP TYPE DETAIL.
         02 LINE PLUS 2.
           03 COLUMN 1  PIC ZZ9   SOURCE MAN-DROP-SEQ(MAN-SUB).
           03 COLUMN 6  PIC Z(5)9 SOURCE MAN-INVOICE-NO(MAN-SUB).
           03 COLUMN 14 PIC X(20) SOURCE INVH-CUSTOMER-NAME.
           03 COLUMN 36 PIC X(20) SOURCE INVH-CUSTOMER-TELEPHONE.
           03 COLUMN 58 PIC Z(6).ZZ SOURCE MAN-COLLECT.
         02 LINE PLUS 1.
           03 COLUMN 14 PIC X(20) SOURCE INVH-CUSTOMER-ADDRESS1.
           03 COLUMN 36 PIC X(20) SOURCE INVH-CUSTOMER-ADDRESS2.
         02 LINE PLUS 1.
           03 COLUMN 14 PIC X(20) SOURCE INVH-CUSTOMER-ADDRESS3.
           03 COLUMN 36 PIC X(20) SOURCE INVH-CUSTOMER-ADDRESS4.
         02 LINE PLUS 1.
           03 COLUMN 14 PIC X(20) SOURCE INVH-CUSTOMER-ADDRESS5.
           03 COLUMN 36 PIC X(20) SOURCE INVH-CUSTOMER-ADDRESS6.
         02 LINE PLUS 1.
           03 COLUMN 14 PIC X(24) SOURCE MAN-NOTE.
       01 MAN-ITEM-GROUP TYPE DETAIL.
         02 LINE PLUS 1.
           03 COLUMN 14 PIC X(6)  SOURCE MAN-ITEM-CODE.
           03 COLUMN 21 PIC X(25) SOURCE MAN-ITEM-DESC.
           03 COLUMN 47 PIC ZZ9   SOURCE MAN-ITEM-QTY.
           03 COLUMN 51 PIC X(5)  VALUE "CASES".
       01 MAN-TOTAL-GROUP TYPE DETAIL.
         02 LINE PLUS 2.
           03 COLUMN 1  PIC X(6)  VALUE "DROPS:".
           03 COLUMN 8  PIC ZZ9   SOURCE RND-DROP-COUNT.
           03 COLUMN 14 PIC X(6)  VALUE "CASES:".
           03 COLUMN 21 PIC ZZZZZ9 SOURCE RND-CASE-TOTAL.
           03 COLUMN 36 PIC X(16) VALUE "CASH TO COLLECT:".
           03 COLUMN 56 PIC Z(7).ZZ SOURCE RND-CASH-TOTAL.

      *VAN LOADING SHEET - ONE PAGE PER ROUND, EVERY PRODUCT ON THE
      *ROUND'S INVOICES FOR THE DAY TOTALLED ONCE, IN CODE ORDER, SO
      *THE VAN IS LOADED FROM ONE LIST.

       RD LOADING-SHEET-REPORT PAGE LIMIT 66 LINES
                               HEADING 1
                               FIRST DETAIL 7
                               LAST DETAIL 60.

       01 TYPE PAGE HEADING.
         02 LINE 1 COLUMN 15 PIC X(38) VALUE
            "CAMPBELL'S CUISINE - VAN LOADING SHEET".
         02 LINE 3.
           03 COLUMN 1  PIC X(6)  VALUE "ROUND:".
           03 COLUMN 8  PIC X(8)  SOURCE RND-SHOW-ROUND.
           03 COLUMN 20 PIC X(14) VALUE "DELIVERY DATE:".
           03 COLUMN 35 PIC X(8)  SOURCE RND-SHOW-DATE.
           03 COLUMN 44 PIC X(3)  SOURCE RND-DAY-NAME.
         02 LINE 5.
           03 COLUMN 1  PIC X(4)  VALUE "CODE".
           03 COLUMN 9  PIC X(11) VALUE "DESCRIPTION".
           03 COLUMN 37 PIC X(5)  VALUE "CASES".
           03 COLUMN 45 PIC X(6)  VALUE "LOADED".
       01 LDS-LINE-GROUP TYPE DETAIL.
         02 LINE PLUS 1.
           03 COLUMN 1  PIC X(6)  SOURCE LDS-LINE-CODE.
           03 COLUMN 9  PIC X(25) SOURCE LDS-LINE-DESC.
           03 COLUMN 37 PIC ZZZZ9 SOURCE LDS-LINE-QTY.
           03 COLUMN 45 PIC X(6)  VALUE "[    ]".
       01 LDS-TOTAL-GROUP TYPE DETAIL.
         02 LINE PLUS 2.
           03 COLUMN 1  PIC X(6)  VALUE "DROPS:".
           03 COLUMN 8  PIC ZZ9   SOURCE RND-DROP-COUNT.
           03 COLUMN 20 PIC X(12) VALUE "TOTAL CASES:".
           03 COLUMN 36 PIC ZZZZZ9 SOURCE RND-CASE-TOTAL.

      *GROSS MARGIN BY CUSTOMER - ONE LINE PER ACCOUNT, UNDER IT EACH
      *PRODUCT WHEN DETAIL IS ASKED FOR, OTHERWISE ONLY THE PRODUCTS
      *THAT ACCOUNT WAS SOLD AT A LOSS.

       RD MARGIN-REPORT        PAGE LIMIT 66 LINES
                               HEADING 1
                               FIRST DETAIL 6
                               LAST DETAIL 60.

       01 TYPE PAGE HEADING.
         02 LINE 1 COLUMN 15 PIC X(45) VALUE
            "CAMPBELL'S CUISINE - GROSS MARGIN BY CUSTOMER".
         02 LINE 2.
           03 COLUMN 15 PIC X(4)  VALUE "FROM".
           03 COLUMN 20 PIC X(8)  SOURCE MGN-SHOW-FROM.
           03 COLUMN 29 PIC X(2)  VALUE "TO".
           03 COLUMN 32 PIC X(8)  SOURCE MGN-SHOW-TO.
         02 LINE 4.
           03 COLUMN 1  PIC X(15) VALUE "ACCOUNT/PRODUCT".
           03 COLUMN 31 PIC X(3)  VALUE "QTY".
           03 COLUMN 40 PIC X(5)  VALUE "SALES".
           03 COLUMN 52 PIC X(4)  VALUE "COST".
           03 COLUMN 61 PIC X(6)  VALUE "MARGIN".
           03 COLUMN 69 PIC X(4)  VALUE "MGN%".
       01 MGN-CUST-GROUP TYPE DETAIL.
         02 LINE PLUS 2.
           03 COLUMN 1  PIC X(6)  SOURCE MGN-SHOW-CODE.
           03 COLUMN 8  PIC X(20) SOURCE MGN-SHOW-NAME.
           03 COLUMN 36 PIC Z(6).ZZ- SOURCE MGN-SHOW-SALES.
           03 COLUMN 47 PIC Z(6).ZZ- SOURCE MGN-SHOW-COST.
           03 COLUMN 58 PIC Z(6).ZZ- SOURCE MGN-SHOW-MARGIN.
           03 COLUMN 68 PIC ZZ9.9- SOURCE MGN-SHOW-PCT.
           03 COLUMN 74 PIC X     SOURCE MGN-SHOW-NOCOST.
           03 COLUMN 76 PIC X(4)  SOURCE MGN-SHOW-FLAG.
       01 MGN-PROD-GROUP TYPE DETAIL.
         02 LINE PLUS 1.
           03 COLUMN 3  PIC X(6)  SOURCE MGN-SHOW-CODE.
           03 COLUMN 10 PIC X(18) SOURCE MGN-SHOW-NAME.
           03 COLUMN 29 PIC Z(4)9- SOURCE MGN-SHOW-QTY.
           03 COLUMN 36 PIC Z(6).ZZ- SOURCE MGN-SHOW-SALES.
           03 COLUMN 47 PIC Z(6).ZZ- SOURCE MGN-SHOW-COST.
           03 COLUMN 58 PIC Z(6).ZZ- SOURCE MGN-SHOW-MARGIN.
           03 COLUMN 68 PIC ZZ9.9- SOURCE MGN-SHOW-PCT.
           03 COLUMN 74 PIC X     SOURCE MGN-SHOW-NOCOST.
           03 COLUMN 76 PIC X(4)  SOURCE MGN-SHOW-FLAG.
       01 MGN-TOTAL-GROUP TYPE DETAIL.
         02 LINE PLUS 3.
           03 COLUMN 8  PIC X(12) VALUE "TOTAL SALES:".
           03 COLUMN 30 PIC Z(8).ZZ- SOURCE MGN-GRAND-SALES.
         02 LINE PLUS 1.
           03 COLUMN 8  PIC X(14) VALUE "COST OF SALES:".
           03 COLUMN 30 PIC Z(8).ZZ- SOURCE MGN-GRAND-COST.
         02 LINE PLUS 1.
           03 COLUMN 8  PIC X(13) VALUE "GROSS MARGIN:".
           03 COLUMN 30 PIC Z(8).ZZ- SOURCE MGN-GRAND-MARGIN.
           03 COLUMN 44 PIC X(9)  VALUE "MARGIN %:".
           03 COLUMN 54 PIC ZZ9.9- SOURCE MGN-GRAND-PCT.
         02 LINE PLUS 1.
           03 COLUMN 8  PIC X(23) VALUE "ACCOUNT/PRODUCT LOSSES:".
           03 COLUMN 37 PIC ZZZZ9 SOURCE MGN-LOSS-COUNT.
         02 LINE PLUS 2.
           03 COLUMN 8  PIC X(50) VALUE
              "LOSS = SOLD BELOW COST   * = NO COST ON SOME LINES".

      *PRICE CHANGE IMPACT - EVERY PRODUCT WITH A CHANGE STILL TO
      *COME, THEN THE STANDING ORDERS, OPEN QUOTATIONS AND CONTRACT
      *PRICES THAT CARRY ANY OF THEM, OLD AGAINST NEW.

       RD PRICE-IMPACT-REPORT  PAGE LIMIT 66 LINES
                               HEADING 1
                               FIRST DETAIL 4
                               LAST DETAIL 60.

       01 TYPE PAGE HEADING.
         02 LINE 1 COLUMN 15 PIC X(40) VALUE
            "CAMPBELL'S CUISINE - PRICE CHANGE IMPACT".
         02 LINE 2.
           03 COLUMN 15 PIC X(7)  VALUE "PRINTED".
           03 COLUMN 23 PIC X(8)  SOURCE STRINGED-DATE.
       01 PIM-PROD-HEAD TYPE DETAIL.
         02 LINE PLUS 2 COLUMN 1  PIC X(21) VALUE
            "LIST PRICES TO CHANGE".
         02 LINE PLUS 1.
           03 COLUMN 1  PIC X(4)  VALUE "CODE".
           03 COLUMN 8  PIC X(11) VALUE "DESCRIPTION".
           03 COLUMN 34 PIC X(9)  VALUE "EFFECTIVE".
           03 COLUMN 46 PIC X(3)  VALUE "OLD".
           03 COLUMN 53 PIC X(3)  VALUE "NEW".
           03 COLUMN 58 PIC X(7)  VALUE "CHANGE%".
       01 PIM-PROD-GROUP TYPE DETAIL.
         02 LINE PLUS 1.
           03 COLUMN 1  PIC X(6)  SOURCE PIM-SHOW-PROD.
           03 COLUMN 8  PIC X(25) SOURCE PIM-SHOW-DESC.
           03 COLUMN 34 PIC X(8)  SOURCE PIM-SHOW-EFF.
           03 COLUMN 44 PIC ZZ.ZZ SOURCE PIM-SHOW-OLD.
           03 COLUMN 51 PIC ZZ.ZZ SOURCE PIM-SHOW-NEW.
           03 COLUMN 58 PIC ZZ9.9- SOURCE PIM-SHOW-PCT.
       01 PIM-SO-HEAD TYPE DETAIL.
         02 LINE PLUS 2 COLUMN 1  PIC X(15) VALUE "STANDING ORDERS".
         02 LINE PLUS 1.
           03 COLUMN 1  PIC X(7)  VALUE "ACCOUNT".
           03 COLUMN 9  PIC X(4)  VALUE "NAME".
           03 COLUMN 29 PIC X(7)  VALUE "PRODUCT".
           03 COLUMN 37 PIC X(3)  VALUE "QTY".
           03 COLUMN 41 PIC X(5)  VALUE "PRICE".
           03 COLUMN 49 PIC X(3)  VALUE "NEW".
           03 COLUMN 55 PIC X(5)  VALUE "VALUE".
           03 COLUMN 61 PIC X(7)  VALUE "NEW VAL".
           03 COLUMN 70 PIC X(4)  VALUE "NOTE".
       01 PIM-QUO-HEAD TYPE DETAIL.
         02 LINE PLUS 2 COLUMN 1  PIC X(15) VALUE "OPEN QUOTATIONS".
         02 LINE PLUS 1.
           03 COLUMN 1  PIC X(5)  VALUE "QUOTE".
           03 COLUMN 9  PIC X(8)  VALUE "CUSTOMER".
           03 COLUMN 29 PIC X(7)  VALUE "PRODUCT".
           03 COLUMN 37 PIC X(3)  VALUE "QTY".
           03 COLUMN 41 PIC X(5)  VALUE "PRICE".
           03 COLUMN 49 PIC X(3)  VALUE "NEW".
           03 COLUMN 55 PIC X(5)  VALUE "VALUE".
           03 COLUMN 61 PIC X(7)  VALUE "NEW VAL".
           03 COLUMN 70 PIC X(4)  VALUE "NOTE".
       01 PIM-ORDER-GROUP TYPE DETAIL.
         02 LINE PLUS 1.
           03 COLUMN 1  PIC X(6)  SOURCE PIM-SHOW-REF.
           03 COLUMN 8  PIC X(20) SOURCE PIM-SHOW-NAME.
           03 COLUMN 29 PIC X(6)  SOURCE PIM-SHOW-PROD.
           03 COLUMN 37 PIC ZZ9   SOURCE PIM-SHOW-QTY.
           03 COLUMN 41 PIC ZZ.ZZ SOURCE PIM-SHOW-OLD.
           03 COLUMN 47 PIC ZZ.ZZ SOURCE PIM-SHOW-NEW.
           03 COLUMN 53 PIC Z(4).ZZ SOURCE PIM-SHOW-OLD-VALUE.
           03 COLUMN 61 PIC Z(4).ZZ SOURCE PIM-SHOW-NEW-VALUE.
           03 COLUMN 70 PIC X(10) SOURCE PIM-SHOW-NOTE.
       01 PIM-CTR-HEAD TYPE DETAIL.
         02 LINE PLUS 2 COLUMN 1  PIC X(46) VALUE
            "CONTRACT PRICES (AGAINST THE OLD AND NEW LIST)".
         02 LINE PLUS 1.
           03 COLUMN 1  PIC X(7)  VALUE "ACCOUNT".
           03 COLUMN 9  PIC X(4)  VALUE "NAME".
           03 COLUMN 29 PIC X(7)  VALUE "PRODUCT".
           03 COLUMN 37 PIC X(5)  VALUE "PRICE".
           03 COLUMN 44 PIC X(4)  VALUE "LIST".
           03 COLUMN 51 PIC X(4)  VALUE "NEW".
           03 COLUMN 58 PIC X(5)  VALUE "DISC%".
           03 COLUMN 65 PIC X(4)  VALUE "NEW%".
           03 COLUMN 71 PIC X(4)  VALUE "NOTE".
       01 PIM-CONTRACT-GROUP TYPE DETAIL.
         02 LINE PLUS 1.
           03 COLUMN 1  PIC X(6)  SOURCE PIM-SHOW-REF.
           03 COLUMN 8  PIC X(20) SOURCE PIM-SHOW-NAME.
           03 COLUMN 29 PIC X(6)  SOURCE PIM-SHOW-PROD.
           03 COLUMN 36 PIC ZZ.ZZ SOURCE PIM-SHOW-CONTRACT.
           03 COLUMN 43 PIC ZZ.ZZ SOURCE PIM-SHOW-OLD.
           03 COLUMN 50 PIC ZZ.ZZ SOURCE PIM-SHOW-NEW.
           03 COLUMN 57 PIC ZZ9.9- SOURCE PIM-SHOW-PCT.
           03 COLUMN 64 PIC ZZ9.9- SOURCE PIM-SHOW-NEW-PCT.
           03 COLUMN 71 PIC X(10) SOURCE PIM-SHOW-NOTE.
       01 PIM-NONE-GROUP TYPE DETAIL.
         02 LINE PLUS 1 COLUMN 1  PIC X(4)  VALUE "NONE".

       SCREEN SECTION.

       01 BLANK-SCREEN.
         02 LINE 10 COLUMN 30 VALUE "+============================+".
         02 LINE 11 COLUMN 30 VALUE "| Current Invoice:           |".
         02 LINE 12 COLUMN 30 VALUE "+============================+".
         02 LINE 11 COLUMN 48 PIC Z(6) TO CURRENT-INVOICE.
       01 REPRINT-LOOKUP-SCREEN.
         02 LINE 8  COLUMN 30 VALUE "|============================|".
         02 LINE 9  COLUMN 30 VALUE "| Reprint invoice no:        |".
         02 LINE 10 COLUMN 30 VALUE "+============================+".
         02 LINE 9  COLUMN 52 PIC 9(6) TO LOOKUP-INVOICE-NO.
       01 REPRINT-NOTFOUND-SCREEN.
         02 LINE 8  COLUMN 30 VALUE "|===========================+".
         02 LINE 9  COLUMN 30 VALUE "| INVOICE NOT FOUND         |".
      *ON THE LEFT, LETTERED ONES ON THE RIGHT.

       01 UTILITY-OPTIONS-SCREEN.
         02 LINE 3  COLUMN 4 VALUE
         "+==========================================================+".
         02 LINE 4  COLUMN 4 VALUE
         "|                      UTILITIES MENU                      |".
         02 LINE 5  COLUMN 4 VALUE
         "+==========================================================+".
         02 LINE 6  COLUMN 4 VALUE
         "| 1-Product file maintenance   A-File integrity check      |".
         02 LINE 7  COLUMN 4 VALUE
         "| 2-Post customer payment      B-Delivery note (live order)|".
         02 LINE 8  COLUMN 4 VALUE
         "| 3-Aged debtors report        C-Customer statements       |".
         02 LINE 9  COLUMN 4 VALUE
         "| 4-Raise credit note          D-Contract price maint      |".
         02 LINE 10 COLUMN 4 VALUE
         "| 5-Standing order maintenance E-Product sales report      |".
         02 LINE 11 COLUMN 4 VALUE
         "| 6-Generate standing orders   F-Goods in / stock adjust   |".
         02 LINE 12 COLUMN 4 VALUE
         "| 7-VAT analysis report        G-Stock reorder report      |".
         02 LINE 13 COLUMN 4 VALUE
         "| 8-Export history to CSV file H-VAT rate maintenance      |".
         02 LINE 14 COLUMN 4 VALUE
         "| 9-Archive and purge history  I-Daily cash-up report      |".
         02 LINE 15 COLUMN 4 VALUE
         "| 0-Return to main menu        J-Backup data files         |".
         02 LINE 16 COLUMN 4 VALUE
         "| R-Convert old data files     K-Restore data files        |".
         02 LINE 17 COLUMN 4 VALUE
         "| Q-Credit limits/terms/hold   L-Customer directory        |".
         02 LINE 18 COLUMN 4 VALUE
         "| S-Over limit / on hold list  M-Product directory         |".
         02 LINE 19 COLUMN 4 VALUE
         "| T-Purchasing and goods in    N-Print quotation           |".
         02 LINE 20 COLUMN 4 VALUE
         "| U-Batch recall trace         O-Convert quote to invoice  |".
         02 LINE 21 COLUMN 4 VALUE
         "| V-Bank statement matching    P-Activity log print        |".
         02 LINE 22 COLUMN 4 VALUE
         "| W-Delivery rounds and vans   X-Gross margin report       |".
         02 LINE 23 COLUMN 4 VALUE
         "| Y-Scheduled price changes                                |".
         02 LINE 24 COLUMN 4 VALUE
         "+==========================================================+".
       01 PRODUCT-CODE-SCREEN.
         02 LINE 10 COLUMN 30 VALUE "+============================+".
       01 PAYMENT-LOOKUP-SCREEN.
         02 LINE 8  COLUMN 30 VALUE "|============================|".
         02 LINE 9  COLUMN 30 VALUE "| Payment invoice no:        |".
         02 LINE 10 COLUMN 30 VALUE "+============================+".
         02 LINE 9  COLUMN 52 PIC 9(6) TO PAY-INVOICE-NO.
       01 PAYMENT-DETAIL-SCREEN.
         02 LINE 7  COLUMN 20 VALUE
            "|====================================|".
            "| ORPHAN LINES (NO HEADER):           |".
         02 LINE 13 COLUMN 20 VALUE
            "+======================================+".
         02 LINE 8  COLUMN 48 PIC Z(6) FROM CHK-MAX-INVOICE.
         02 LINE 9  COLUMN 48 PIC Z(6) FROM CURRENT-INVOICE.
         02 LINE 10 COLUMN 48 PIC ZZZ9 FROM CHK-GAP-COUNT.
         02 LINE 11 COLUMN 48 PIC ZZZ9 FROM CHK-NOLINE-COUNT.
         02 LINE 12 COLUMN 48 PIC ZZZ9 FROM CHK-ORPHAN-COUNT.
         02 LINE 18 COLUMN 30 VALUE "|===========================+".
         02 LINE 19 COLUMN 30 VALUE "| NEXT INVOICE NOW:         |".
         02 LINE 20 COLUMN 30 VALUE "+============================+".
         02 LINE 19 COLUMN 51 PIC Z(6) FROM CURRENT-INVOICE.
       01 WRAP-WARN-SCREEN.
         02 LINE 21 COLUMN 30 VALUE "|===========================+".
         02 LINE 22 COLUMN 30 VALUE "| NEARING INVOICE 999999    |".
         02 LINE 23 COLUMN 30 VALUE "+============================+".
       01 ARCHIVE-RANGE-SCREEN.
         02 LINE 7  COLUMN 20 VALUE
       01 SO-GEN-DONE-SCREEN.
         02 LINE 8  COLUMN 30 VALUE "|===========================+".
         02 LINE 9  COLUMN 30 VALUE "| INVOICES PRINTED:         |".
         02 LINE 10 COLUMN 30 VALUE "| HELD FOR CREDIT:          |".
         02 LINE 11 COLUMN 30 VALUE "| DONE EARLIER TODAY:       |".
         02 LINE 12 COLUMN 30 VALUE "+============================+".
         02 LINE 9  COLUMN 51 PIC ZZ9 FROM SO-GEN-COUNT.
         02 LINE 10 COLUMN 51 PIC ZZ9 FROM SO-HELD-COUNT.
         02 LINE 11 COLUMN 51 PIC ZZ9 FROM SO-DONE-COUNT.
       01 PSA-RANGE-SCREEN.
         02 LINE 7  COLUMN 30 VALUE "|============================|".
         02 LINE 8  COLUMN 30 VALUE "|   PRODUCT SALES REPORT     |".
         02 LINE 15 COLUMN 30 VALUE "+============================+".
       01 QUOTE-LOOKUP-SCREEN.
         02 LINE 8  COLUMN 30 VALUE "|============================|".
         02 LINE 9  COLUMN 30 VALUE "| Convert quote no:          |".
         02 LINE 10 COLUMN 30 VALUE "+============================+".
         02 LINE 9  COLUMN 52 PIC 9(6) TO LOOKUP-INVOICE-NO.
       01 QUOTE-CONFIRM-SCREEN.
         02 LINE 13 COLUMN 30 VALUE "|===========================+".
         02 LINE 14 COLUMN 30 VALUE "| RAISE INVOICE FROM IT Y/N |".
         02 LINE 10 COLUMN 30 VALUE "+============================+".
       01 QUOTE-DONE-SCREEN.
         02 LINE 16 COLUMN 30 VALUE "|===========================|".
         02 LINE 17 COLUMN 30 VALUE "| FILED AS QUOTE NO:        |".
         02 LINE 18 COLUMN 30 VALUE "+===========================+".
         02 LINE 17 COLUMN 51 PIC Z(6) FROM CURRENT-QUOTE.
       01 SEARCH-FRAG-SCREEN.
         02 LINE 12 COLUMN 30 VALUE "|============================|".
         02 LINE 13 COLUMN 30 VALUE "| Search name for:           |".
         02 LINE 9  COLUMN 30 VALUE "+===========================+".
       01 CONVERT-FLAGGED-SCREEN.
         02 LINE 7  COLUMN 30 VALUE "|===========================+".
         02 LINE 8  COLUMN 30 VALUE "| AUDIT, LOG AND NUMBERS    |".
         02 LINE 9  COLUMN 30 VALUE "| ALREADY CONVERTED-SKIPPED |".
         02 LINE 10 COLUMN 30 VALUE "+===========================+".
       01 CONVERT-ARCH-SCREEN.
         02 LINE 11 COLUMN 30 VALUE "|============================|".
         02 LINE 9  COLUMN 30 VALUE "| ORDER ENTRY IN PROGRESS   |".
         02 LINE 10 COLUMN 30 VALUE "| FILE OR CLEAR IT FIRST    |".
         02 LINE 11 COLUMN 30 VALUE "+============================+".
       01 SIGNED-ON-SCREEN.
         02 LINE 8  COLUMN 30 VALUE "|===========================|".
         02 LINE 9  COLUMN 30 VALUE "| STILL SIGNED ON:          |".
         02 LINE 10 COLUMN 30 VALUE "| ALL OTHERS MUST SIGN OFF  |".
         02 LINE 11 COLUMN 30 VALUE "+===========================+".
         02 LINE 9  COLUMN 48 PIC X(3) FROM SGN-OTHER-ID.
       01 SIGNON-BUSY-SCREEN.
         02 LINE 16 COLUMN 30 VALUE "|===========================|".
         02 LINE 17 COLUMN 30 VALUE "| ALREADY SIGNED ON AT      |".
         02 LINE 18 COLUMN 30 VALUE "| ANOTHER TERMINAL          |".
         02 LINE 19 COLUMN 30 VALUE "+===========================+".
       01 LOCK-WAIT-SCREEN.
         02 LINE 19 COLUMN 30 VALUE "|===========================|".
         02 LINE 20 COLUMN 30 VALUE "| IN USE AT OTHER TERMINAL  |".
         02 LINE 21 COLUMN 30 VALUE "| ANY KEY TO TRY AGAIN      |".
         02 LINE 22 COLUMN 30 VALUE "+===========================+".
       01 FILE-ERROR-SCREEN.
         02 LINE 19 COLUMN 30 VALUE "|===========================|".
         02 LINE 20 COLUMN 30 VALUE "| FILE ERROR - STATUS       |".
         02 LINE 21 COLUMN 30 VALUE "| NOTHING HAS BEEN FILED    |".
         02 LINE 22 COLUMN 30 VALUE "+===========================+".
         02 LINE 20 COLUMN 51 PIC XX FROM LOCK-FILE-STATUS.
       01 BACKUP-DONE-SCREEN.
         02 LINE 15 COLUMN 30 VALUE "|===========================|".
         02 LINE 16 COLUMN 30 VALUE "| BACKUP OK - RECORDS:      |".
         02 LINE 14 COLUMN 30 VALUE "+===========================+".
       01 CREDIT-LOOKUP-SCREEN.
         02 LINE 8  COLUMN 30 VALUE "|============================|".
         02 LINE 9  COLUMN 30 VALUE "| Credit orig inv no:        |".
         02 LINE 10 COLUMN 30 VALUE "+============================+".
         02 LINE 9  COLUMN 52 PIC 9(6) TO LOOKUP-INVOICE-NO.
       01 CREDIT-FULL-SCREEN.
         02 LINE 8  COLUMN 30 VALUE "|===========================+".
         02 LINE 9  COLUMN 30 VALUE "| CREDIT ALL LINES Y/N      |".
         02 LINE 8  COLUMN 30 VALUE "|===========================+".
         02 LINE 9  COLUMN 30 VALUE "| NO PAYMENT LINES LEFT     |".
         02 LINE 10 COLUMN 30 VALUE "+============================+".
       01 CRD-WARN-SCREEN.
         02 LINE 7  COLUMN 25 VALUE
            "|================================|".
         02 LINE 8  COLUMN 25 VALUE
            "|         CREDIT CONTROL         |".
         02 LINE 9  COLUMN 25 VALUE
            "+================================+".
         02 LINE 10 COLUMN 25 VALUE
            "|                                |".
         02 LINE 11 COLUMN 25 VALUE
            "| BALANCE OWED:                  |".
         02 LINE 12 COLUMN 25 VALUE
            "| THIS DOCUMENT:                 |".
         02 LINE 13 COLUMN 25 VALUE
            "| CREDIT LIMIT (0=NONE):         |".
         02 LINE 14 COLUMN 25 VALUE
            "| SUPERVISOR OVERRIDE Y/N        |".
         02 LINE 15 COLUMN 25 VALUE
            "+================================+".
         02 LINE 10 COLUMN 27 PIC X(20) FROM CRD-REASON.
         02 LINE 11 COLUMN 48 PIC Z(6).ZZ- FROM CRD-BALANCE.
         02 LINE 12 COLUMN 48 PIC Z(6).ZZ FROM AMOUNT-DUE.
         02 LINE 13 COLUMN 48 PIC Z(6).ZZ FROM CRD-LIMIT.
       01 CRD-SUPER-SCREEN.
         02 LINE 16 COLUMN 25 VALUE
            "| SUPERVISOR INITIALS:           |".
         02 LINE 17 COLUMN 25 VALUE
            "+================================+".
         02 LINE 16 COLUMN 47 PIC X(3) TO CRD-SUPERVISOR.
       01 CRD-REFUSED-SCREEN.
         02 LINE 19 COLUMN 25 VALUE
            "|================================|".
         02 LINE 20 COLUMN 25 VALUE
            "| REFUSED - DOCUMENT NOT RAISED  |".
         02 LINE 21 COLUMN 25 VALUE
            "+================================+".
       01 CRD-CUST-SCREEN.
         02 LINE 8  COLUMN 30 VALUE "|============================|".
         02 LINE 9  COLUMN 30 VALUE "| Credit - cust code:        |".
         02 LINE 10 COLUMN 30 VALUE "| (? = search by name)       |".
         02 LINE 11 COLUMN 30 VALUE "+============================+".
         02 LINE 9  COLUMN 52 PIC X(6) TO CRD-CUST-CODE.
       01 CRD-MAINT-SCREEN.
         02 LINE 7  COLUMN 20 VALUE
            "|====================================|".
         02 LINE 8  COLUMN 20 VALUE
            "|         ACCOUNT CREDIT TERMS        |".
         02 LINE 9  COLUMN 20 VALUE
            "+======================================+".
         02 LINE 10 COLUMN 20 VALUE
            "| CUSTOMER:                           |".
         02 LINE 11 COLUMN 20 VALUE
            "| CREDIT LIMIT (0=NONE):              |".
         02 LINE 12 COLUMN 20 VALUE
            "| PAYMENT TERMS DAYS (0=STD):         |".
         02 LINE 13 COLUMN 20 VALUE
            "| ACCOUNT ON HOLD (Y/N):              |".
         02 LINE 14 COLUMN 20 VALUE
            "+======================================+".
         02 LINE 10 COLUMN 32 PIC X(20) FROM CUSTOMER-NAME.
         02 LINE 11 COLUMN 45 PIC ZZZZZZ.ZZ USING CUSTOMER-CREDIT-LIMIT.
         02 LINE 12 COLUMN 49 PIC ZZ9 USING CUSTOMER-TERMS-DAYS.
         02 LINE 13 COLUMN 45 PIC X USING CUSTOMER-ON-HOLD.
       01 CRD-SAVED-SCREEN.
         02 LINE 16 COLUMN 20 VALUE
            "|====================================|".
         02 LINE 17 COLUMN 20 VALUE
            "|         CREDIT TERMS SAVED          |".
         02 LINE 18 COLUMN 20 VALUE
            "+======================================+".
       01 PRODUCT-MAINT-SCREEN.
         02 LINE 7  COLUMN 20 VALUE
            "|====================================|".
         02 LINE 17 COLUMN 20 VALUE
            "| UNIT COST:                          |".
         02 LINE 18 COLUMN 20 VALUE
            "| PREFERRED SUPPLIER:                 |".
         02 LINE 19 COLUMN 20 VALUE
            "| PACK SIZE (0=SINGLES):              |".
         02 LINE 20 COLUMN 20 VALUE
            "| CURRENT BATCH/LOT:                  |".
         02 LINE 21 COLUMN 20 VALUE
            "| BATCH USE BY (DD MM YY):            |".
         02 LINE 22 COLUMN 20 VALUE
            "+======================================+".
         02 LINE 10 COLUMN 29 PIC X(6) FROM PRODUCT-CODE.
         02 LINE 11 COLUMN 29 PIC X(25) USING PRODUCT-DESC.
         02 LINE 15 COLUMN 37 PIC ZZZZ9- FROM PRODUCT-STOCK-QTY.
         02 LINE 16 COLUMN 37 PIC ZZZZ9 USING PRODUCT-REORDER-QTY.
         02 LINE 17 COLUMN 33 PIC ZZ.ZZ USING PRODUCT-UNIT-COST.
         02 LINE 18 COLUMN 42 PIC X(6) USING PRODUCT-SUPPLIER-CODE.
         02 LINE 19 COLUMN 45 PIC ZZZ9 USING PRODUCT-PACK-SIZE.
         02 LINE 20 COLUMN 41 PIC X(10) USING PRODUCT-BATCH-NO.
         02 LINE 21 COLUMN 47 PIC 99 USING UBE-DAY.
         02 LINE 21 COLUMN 50 PIC 99 USING UBE-MONTH.
         02 LINE 21 COLUMN 53 PIC 99 USING UBE-YEAR.
       01 PURCHASING-OPTIONS-SCREEN.
         02 LINE 7  COLUMN 20 VALUE
            "|======================================|".
         02 LINE 8  COLUMN 20 VALUE
            "|      PURCHASING AND GOODS IN         |".
         02 LINE 9  COLUMN 20 VALUE
            "+======================================+".
         02 LINE 10 COLUMN 20 VALUE
            "| 1-Supplier file maintenance          |".
         02 LINE 11 COLUMN 20 VALUE
            "| 2-Raise purchase order               |".
         02 LINE 12 COLUMN 20 VALUE
            "| 3-Orders from reorder shortfalls     |".
         02 LINE 13 COLUMN 20 VALUE
            "| 4-Goods received against order       |".
         02 LINE 14 COLUMN 20 VALUE
            "| 5-Outstanding purchase orders        |".
         02 LINE 15 COLUMN 20 VALUE
            "| 6-Reprint purchase order             |".
         02 LINE 16 COLUMN 20 VALUE
            "| 0-Return to utilities menu           |".
         02 LINE 17 COLUMN 20 VALUE
            "+======================================+".
       01 SUPPLIER-CODE-SCREEN.
         02 LINE 8  COLUMN 30 VALUE "|============================|".
         02 LINE 9  COLUMN 30 VALUE "| Supplier code:             |".
         02 LINE 10 COLUMN 30 VALUE "+============================+".
         02 LINE 9  COLUMN 47 PIC X(6) TO SUPPLIER-CODE.
       01 SUPPLIER-NOTFOUND-SCREEN.
         02 LINE 8  COLUMN 30 VALUE "|============================|".
         02 LINE 9  COLUMN 30 VALUE "| SUPPLIER NOT ON FILE       |".
         02 LINE 10 COLUMN 30 VALUE "+============================+".
       01 SUPPLIER-MAINT-SCREEN.
         02 LINE 7  COLUMN 20 VALUE
            "|======================================|".
         02 LINE 8  COLUMN 20 VALUE
            "|         SUPPLIER FILE DETAILS        |".
         02 LINE 9  COLUMN 20 VALUE
            "+======================================+".
         02 LINE 10 COLUMN 20 VALUE
            "| CODE:                                |".
         02 LINE 11 COLUMN 20 VALUE
            "| NAME:                                |".
         02 LINE 12 COLUMN 20 VALUE
            "| ADDRESS:                             |".
         02 LINE 13 COLUMN 20 VALUE
            "|                                      |".
         02 LINE 14 COLUMN 20 VALUE
            "|                                      |".
         02 LINE 15 COLUMN 20 VALUE
            "|                                      |".
         02 LINE 16 COLUMN 20 VALUE
            "| PHONE:                               |".
         02 LINE 17 COLUMN 20 VALUE
            "| CONTACT:                             |".
         02 LINE 18 COLUMN 20 VALUE
            "+======================================+".
         02 LINE 10 COLUMN 31 PIC X(6) FROM SUPPLIER-CODE.
         02 LINE 11 COLUMN 31 PIC X(20) USING SUPPLIER-NAME.
         02 LINE 12 COLUMN 31 PIC X(20) USING SUPPLIER-ADDRESS1.
         02 LINE 13 COLUMN 31 PIC X(20) USING SUPPLIER-ADDRESS2.
         02 LINE 14 COLUMN 31 PIC X(20) USING SUPPLIER-ADDRESS3.
         02 LINE 15 COLUMN 31 PIC X(20) USING SUPPLIER-ADDRESS4.
         02 LINE 16 COLUMN 31 PIC X(20) USING SUPPLIER-TELEPHONE.
         02 LINE 17 COLUMN 31 PIC X(20) USING SUPPLIER-CONTACT.
       01 PO-DUE-SCREEN.
         02 LINE 8  COLUMN 30 VALUE "|============================|".
         02 LINE 9  COLUMN 30 VALUE "| Due (DD MM YY):            |".
         02 LINE 10 COLUMN 30 VALUE "| (zero = no date)           |".
         02 LINE 11 COLUMN 30 VALUE "+============================+".
         02 LINE 9  COLUMN 47 PIC 99 USING POE-DAY.
         02 LINE 9  COLUMN 50 PIC 99 USING POE-MONTH.
         02 LINE 9  COLUMN 53 PIC 99 USING POE-YEAR.
       01 PO-LINE-SCREEN.
         02 LINE 13 COLUMN 20 VALUE
            "|======================================|".
         02 LINE 14 COLUMN 20 VALUE
            "| DESC:                                |".
         02 LINE 15 COLUMN 20 VALUE
            "| ON HAND:                             |".
         02 LINE 16 COLUMN 20 VALUE
            "| REORDER LEVEL:                       |".
         02 LINE 17 COLUMN 20 VALUE
            "| PACK SIZE:                           |".
         02 LINE 18 COLUMN 20 VALUE
            "| ORDER QTY (0=DROP):                  |".
         02 LINE 19 COLUMN 20 VALUE
            "| UNIT COST:                           |".
         02 LINE 20 COLUMN 20 VALUE
            "+======================================+".
         02 LINE 14 COLUMN 28 PIC X(25) FROM PRODUCT-DESC.
         02 LINE 15 COLUMN 42 PIC ZZZZ9- FROM PRODUCT-STOCK-QTY.
         02 LINE 16 COLUMN 42 PIC ZZZZ9 FROM PRODUCT-REORDER-QTY.
         02 LINE 17 COLUMN 42 PIC ZZZ9 FROM PRODUCT-PACK-SIZE.
         02 LINE 18 COLUMN 42 PIC ZZZZ9 USING POL-QTY(POL-COUNT).
         02 LINE 19 COLUMN 42 PIC ZZ.ZZ USING POL-COST(POL-COUNT).
       01 PO-CONFIRM-SCREEN.
         02 LINE 8  COLUMN 30 VALUE "|============================|".
         02 LINE 9  COLUMN 30 VALUE "| FILE AND PRINT ORDER Y/N   |".
         02 LINE 10 COLUMN 30 VALUE "+============================+".
       01 PO-DONE-SCREEN.
         02 LINE 8  COLUMN 30 VALUE "|============================|".
         02 LINE 9  COLUMN 30 VALUE "| ORDER NUMBER:              |".
         02 LINE 10 COLUMN 30 VALUE "+============================+".
         02 LINE 9  COLUMN 46 PIC ZZZZZ9 FROM POR-NUMBER.
       01 PO-EMPTY-SCREEN.
         02 LINE 8  COLUMN 30 VALUE "|============================|".
         02 LINE 9  COLUMN 30 VALUE "| NO LINES - NOTHING FILED   |".
         02 LINE 10 COLUMN 30 VALUE "+============================+".
       01 PO-FULL-SCREEN.
         02 LINE 8  COLUMN 30 VALUE "|============================|".
         02 LINE 9  COLUMN 30 VALUE "| ORDER FULL - 20 LINES      |".
         02 LINE 10 COLUMN 30 VALUE "+============================+".
       01 PO-LOOKUP-SCREEN.
         02 LINE 8  COLUMN 30 VALUE "|============================|".
         02 LINE 9  COLUMN 30 VALUE "| Purchase order no:         |".
         02 LINE 10 COLUMN 30 VALUE "+============================+".
         02 LINE 9  COLUMN 51 PIC 9(6) TO POR-NUMBER.
       01 PO-NOTFOUND-SCREEN.
         02 LINE 8  COLUMN 30 VALUE "|============================|".
         02 LINE 9  COLUMN 30 VALUE "| ORDER NOT ON FILE          |".
         02 LINE 10 COLUMN 30 VALUE "+============================+".
       01 PO-CLOSED-SCREEN.
         02 LINE 8  COLUMN 30 VALUE "|============================|".
         02 LINE 9  COLUMN 30 VALUE "| ORDER ALREADY COMPLETE     |".
         02 LINE 10 COLUMN 30 VALUE "+============================+".
       01 GRN-LINE-SCREEN.
         02 LINE 7  COLUMN 20 VALUE
            "|======================================|".
         02 LINE 8  COLUMN 20 VALUE
            "|       GOODS RECEIVED AGAINST ORDER   |".
         02 LINE 9  COLUMN 20 VALUE
            "+======================================+".
         02 LINE 10 COLUMN 20 VALUE
            "| ORDER:                               |".
         02 LINE 11 COLUMN 20 VALUE
            "| SUPPLIER:                            |".
         02 LINE 12 COLUMN 20 VALUE
            "| PRODUCT:                             |".
         02 LINE 13 COLUMN 20 VALUE
            "|                                      |".
         02 LINE 14 COLUMN 20 VALUE
            "| ORDERED:                             |".
         02 LINE 15 COLUMN 20 VALUE
            "| RECEIVED SO FAR:                     |".
         02 LINE 16 COLUMN 20 VALUE
            "| RECEIVED NOW:                        |".
         02 LINE 17 COLUMN 20 VALUE
            "| PRICE PAID EACH:                     |".
         02 LINE 18 COLUMN 20 VALUE
            "| BATCH/LOT:                           |".
         02 LINE 19 COLUMN 20 VALUE
            "| USE BY (DD MM YY):                   |".
         02 LINE 20 COLUMN 20 VALUE
            "+======================================+".
         02 LINE 10 COLUMN 42 PIC ZZZZZ9 FROM POR-NUMBER.
         02 LINE 11 COLUMN 42 PIC X(6) FROM SUPPLIER-CODE.
         02 LINE 12 COLUMN 32 PIC X(6) FROM POL-CODE(POL-SUB).
         02 LINE 13 COLUMN 32 PIC X(25) FROM POL-DESC(POL-SUB).
         02 LINE 14 COLUMN 42 PIC ZZZZ9 FROM POL-QTY(POL-SUB).
         02 LINE 15 COLUMN 42 PIC ZZZZ9 FROM POL-RECEIVED(POL-SUB).
         02 LINE 16 COLUMN 42 PIC ZZZZ9 USING GRN-QTY.
         02 LINE 17 COLUMN 42 PIC ZZ.ZZ USING GRN-COST.
         02 LINE 18 COLUMN 42 PIC X(10) USING GRN-BATCH-NO.
         02 LINE 19 COLUMN 42 PIC 99 USING UBE-DAY.
         02 LINE 19 COLUMN 45 PIC 99 USING UBE-MONTH.
         02 LINE 19 COLUMN 48 PIC 99 USING UBE-YEAR.
       01 GRN-DONE-SCREEN.
         02 LINE 8  COLUMN 30 VALUE "|============================|".
         02 LINE 9  COLUMN 30 VALUE "| LINES BOOKED IN:           |".
         02 LINE 10 COLUMN 30 VALUE "| VALUE:                     |".
         02 LINE 11 COLUMN 30 VALUE "+============================+".
         02 LINE 9  COLUMN 49 PIC Z9 FROM GRN-LINES.
         02 LINE 10 COLUMN 46 PIC ZZZZZ9.99 FROM GRN-VALUE.
       01 RPO-CONFIRM-SCREEN.
         02 LINE 8  COLUMN 30 VALUE "|============================|".
         02 LINE 9  COLUMN 30 VALUE "| RAISE ORDERS FOR ALL       |".
         02 LINE 10 COLUMN 30 VALUE "| PRODUCTS BELOW REORDER Y/N |".
         02 LINE 11 COLUMN 30 VALUE "+============================+".
       01 RPO-DONE-SCREEN.
         02 LINE 8  COLUMN 30 VALUE "|============================|".
         02 LINE 9  COLUMN 30 VALUE "| ORDERS RAISED:             |".
         02 LINE 10 COLUMN 30 VALUE "| NO SUPPLIER SET:           |".
         02 LINE 11 COLUMN 30 VALUE "+============================+".
         02 LINE 9  COLUMN 51 PIC ZZ9 FROM RPO-RAISED-COUNT.
         02 LINE 10 COLUMN 51 PIC ZZ9 FROM RPO-NOSUPP-COUNT.
       01 RECALL-ENTRY-SCREEN.
         02 LINE 7  COLUMN 20 VALUE
            "|======================================|".
         02 LINE 8  COLUMN 20 VALUE
            "|         BATCH RECALL TRACE           |".
         02 LINE 9  COLUMN 20 VALUE
            "+======================================+".
         02 LINE 10 COLUMN 20 VALUE
            "| PRODUCT CODE (? = SEARCH):           |".
         02 LINE 11 COLUMN 20 VALUE
            "| BATCH/LOT:                           |".
         02 LINE 12 COLUMN 20 VALUE
            "| ARCHIVE YEAR TOO (YY, 0=NONE):       |".
         02 LINE 13 COLUMN 20 VALUE
            "+======================================+".
         02 LINE 10 COLUMN 49 PIC X(6) USING RCL-PROD-CODE.
         02 LINE 11 COLUMN 49 PIC X(10) USING RCL-BATCH-NO.
         02 LINE 12 COLUMN 53 PIC 99 USING RCL-ARCH-YEAR.
       01 RECALL-NONE-SCREEN.
         02 LINE 15 COLUMN 30 VALUE "|============================|".
         02 LINE 16 COLUMN 30 VALUE "| NO HISTORY FILE TO SEARCH  |".
         02 LINE 17 COLUMN 30 VALUE "+============================+".
       01 BANK-OPTIONS-SCREEN.
         02 LINE 7  COLUMN 20 VALUE
            "|======================================|".
         02 LINE 8  COLUMN 20 VALUE
            "|       BANK STATEMENT MATCHING        |".
         02 LINE 9  COLUMN 20 VALUE
            "+======================================+".
         02 LINE 10 COLUMN 20 VALUE
            "| 1-Import BANKSTMT.CSV and match      |".
         02 LINE 11 COLUMN 20 VALUE
            "| 2-Review and allocate exceptions     |".
         02 LINE 12 COLUMN 20 VALUE
            "| 3-Print outstanding exceptions       |".
         02 LINE 13 COLUMN 20 VALUE
            "| 0-Return to utilities menu           |".
         02 LINE 14 COLUMN 20 VALUE
            "+======================================+".
       01 BANK-CONFIRM-SCREEN.
         02 LINE 12 COLUMN 30 VALUE "|===========================+".
         02 LINE 13 COLUMN 30 VALUE "| IMPORT BANKSTMT.CSV Y/N   |".
         02 LINE 14 COLUMN 30 VALUE "+============================+".
       01 BANK-NOFILE-SCREEN.
         02 LINE 12 COLUMN 30 VALUE "|===========================+".
         02 LINE 13 COLUMN 30 VALUE "| NO BANKSTMT.CSV TO LOAD   |".
         02 LINE 14 COLUMN 30 VALUE "+============================+".
       01 BANK-NONE-SCREEN.
         02 LINE 8  COLUMN 30 VALUE "|===========================+".
         02 LINE 9  COLUMN 30 VALUE "| NO BANK LINES TO REVIEW   |".
         02 LINE 10 COLUMN 30 VALUE "+============================+".
       01 BANK-OVER-SCREEN.
         02 LINE 20 COLUMN 30 VALUE "|===========================+".
         02 LINE 21 COLUMN 30 VALUE "| MORE THAN IS LEFT OVER    |".
         02 LINE 22 COLUMN 30 VALUE "+============================+".
       01 BANK-BALANCE-SCREEN.
         02 LINE 20 COLUMN 30 VALUE "|===========================+".
         02 LINE 21 COLUMN 30 VALUE "| MORE THAN THE INVOICE OWES|".
         02 LINE 22 COLUMN 30 VALUE "+============================+".
       01 BANK-DONE-SCREEN.
         02 LINE 15 COLUMN 30 VALUE "|===========================|".
         02 LINE 16 COLUMN 30 VALUE "| POSTED TO INVOICES:       |".
         02 LINE 17 COLUMN 30 VALUE "| EXCEPTIONS TO REVIEW:     |".
         02 LINE 18 COLUMN 30 VALUE "| ALREADY LOADED BEFORE:    |".
         02 LINE 19 COLUMN 30 VALUE "+===========================+".
         02 LINE 16 COLUMN 52 PIC ZZZZ9 FROM BNK-POSTED-COUNT.
         02 LINE 17 COLUMN 52 PIC ZZZZ9 FROM BNK-EXC-COUNT.
         02 LINE 18 COLUMN 52 PIC ZZZZ9 FROM BNK-DUP-COUNT.
       01 BANK-REVIEW-SCREEN.
         02 LINE 5  COLUMN 20 VALUE
            "|======================================|".
         02 LINE 6  COLUMN 20 VALUE
            "|       BANK RECEIPT TO ALLOCATE       |".
         02 LINE 7  COLUMN 20 VALUE
            "+======================================+".
         02 LINE 8  COLUMN 20 VALUE
            "| DATE:                                |".
         02 LINE 9  COLUMN 20 VALUE
            "| NARRATIVE:                           |".
         02 LINE 10 COLUMN 20 VALUE
            "|                                      |".
         02 LINE 11 COLUMN 20 VALUE
            "| AMOUNT:                              |".
         02 LINE 12 COLUMN 20 VALUE
            "| ALLOCATED SO FAR:                    |".
         02 LINE 13 COLUMN 20 VALUE
            "| LEFT TO ALLOCATE:                    |".
         02 LINE 14 COLUMN 20 VALUE
            "| REASON:                              |".
         02 LINE 15 COLUMN 20 VALUE
            "+======================================+".
         02 LINE 16 COLUMN 20 VALUE
            "| INVOICE NO (0=NONE):                 |".
         02 LINE 17 COLUMN 20 VALUE
            "| AMOUNT (0=ALL LEFT):                 |".
         02 LINE 18 COLUMN 20 VALUE
            "+======================================+".
         02 LINE 8  COLUMN 44 PIC X(8) FROM BTX-DATE.
         02 LINE 10 COLUMN 22 PIC X(36) FROM BTX-NARRATIVE.
         02 LINE 11 COLUMN 44 PIC Z(6).ZZ FROM BTX-AMOUNT.
         02 LINE 12 COLUMN 44 PIC Z(6).ZZ FROM BTX-ALLOCATED.
         02 LINE 13 COLUMN 44 PIC Z(6).ZZ FROM BNK-REMAIN.
         02 LINE 14 COLUMN 40 PIC X(18) FROM BTX-REASON.
         02 LINE 16 COLUMN 44 PIC Z(6) USING BNR-INVOICE-NO.
         02 LINE 17 COLUMN 44 PIC Z(6).ZZ TO BNR-AMOUNT.
       01 BANK-REVIEW-ASK-SCREEN.
         02 LINE 20 COLUMN 20 VALUE
            "|======================================|".
         02 LINE 21 COLUMN 20 VALUE
            "| N-NEXT   D-DISMISS   0-FINISH        |".
         02 LINE 22 COLUMN 20 VALUE
            "+======================================+".
       01 DELIVERY-OPTIONS-SCREEN.
         02 LINE 7  COLUMN 20 VALUE
            "|======================================|".
         02 LINE 8  COLUMN 20 VALUE
            "|       DELIVERY ROUNDS AND VANS       |".
         02 LINE 9  COLUMN 20 VALUE
            "+======================================+".
         02 LINE 10 COLUMN 20 VALUE
            "| 1-Customer round, drop and days      |".
         02 LINE 11 COLUMN 20 VALUE
            "| 2-Print delivery manifests           |".
         02 LINE 12 COLUMN 20 VALUE
            "| 3-Print van loading sheets           |".
         02 LINE 13 COLUMN 20 VALUE
            "| 0-Return to utilities menu           |".
         02 LINE 14 COLUMN 20 VALUE
            "+======================================+".
       01 RND-CUST-SCREEN.
         02 LINE 8  COLUMN 30 VALUE "|============================|".
         02 LINE 9  COLUMN 30 VALUE "| Rounds - cust code:        |".
         02 LINE 10 COLUMN 30 VALUE "| (? = search by name)       |".
         02 LINE 11 COLUMN 30 VALUE "+============================+".
         02 LINE 9  COLUMN 52 PIC X(6) TO RND-CUST-CODE.
       01 RND-MAINT-SCREEN.
         02 LINE 7  COLUMN 20 VALUE
            "|====================================|".
         02 LINE 8  COLUMN 20 VALUE
            "|       DELIVERY ROUND AND DAYS       |".
         02 LINE 9  COLUMN 20 VALUE
            "+======================================+".
         02 LINE 10 COLUMN 20 VALUE
            "| CUSTOMER:                           |".
         02 LINE 11 COLUMN 20 VALUE
            "| ROUND / VAN:                        |".
         02 LINE 12 COLUMN 20 VALUE
            "| DROP NUMBER ON THE ROUND:           |".
         02 LINE 13 COLUMN 20 VALUE
            "| DELIVERY DAYS (Y = DELIVER,         |".
         02 LINE 14 COLUMN 20 VALUE
            "|   ALL BLANK = ANY DAY):             |".
         02 LINE 15 COLUMN 20 VALUE
            "|  MON TUE WED THU FRI SAT SUN        |".
         02 LINE 16 COLUMN 20 VALUE
            "|                                     |".
         02 LINE 17 COLUMN 20 VALUE
            "+======================================+".
         02 LINE 10 COLUMN 32 PIC X(20) FROM CUSTOMER-NAME.
         02 LINE 11 COLUMN 47 PIC X(4) USING CUSTOMER-ROUND.
         02 LINE 12 COLUMN 47 PIC ZZ9 USING CUSTOMER-DROP-SEQ.
         02 LINE 16 COLUMN 24 PIC X USING RND-DAY-MON.
         02 LINE 16 COLUMN 28 PIC X USING RND-DAY-TUE.
         02 LINE 16 COLUMN 32 PIC X USING RND-DAY-WED.
         02 LINE 16 COLUMN 36 PIC X USING RND-DAY-THU.
         02 LINE 16 COLUMN 40 PIC X USING RND-DAY-FRI.
         02 LINE 16 COLUMN 44 PIC X USING RND-DAY-SAT.
         02 LINE 16 COLUMN 48 PIC X USING RND-DAY-SUN.
       01 RND-SAVED-SCREEN.
         02 LINE 19 COLUMN 20 VALUE
            "|====================================|".
         02 LINE 20 COLUMN 20 VALUE
            "|       DELIVERY DETAILS SAVED        |".
         02 LINE 21 COLUMN 20 VALUE
            "+======================================+".
       01 RND-SELECT-SCREEN.
         02 LINE 7  COLUMN 30 VALUE "|============================|".
         02 LINE 8  COLUMN 30 VALUE "|  DELIVERY DAY AND ROUND     |".
         02 LINE 9  COLUMN 30 VALUE "+============================+".
         02 LINE 10 COLUMN 30 VALUE "| DATE (DD MM YY):            |".
         02 LINE 11 COLUMN 30 VALUE "|   (BLANK = TODAY)           |".
         02 LINE 12 COLUMN 30 VALUE "| ROUND (BLANK = ALL):        |".
         02 LINE 13 COLUMN 30 VALUE "+============================+".
         02 LINE 10 COLUMN 50 PIC 99 TO RNE-DAY.
         02 LINE 10 COLUMN 53 PIC 99 TO RNE-MONTH.
         02 LINE 10 COLUMN 56 PIC 99 TO RNE-YEAR.
         02 LINE 12 COLUMN 53 PIC X(4) TO RND-ROUND-WANTED.
       01 RND-NONE-SCREEN.
         02 LINE 15 COLUMN 30 VALUE "|===========================+".
         02 LINE 16 COLUMN 30 VALUE "| NO INVOICES FOR THAT DAY  |".
         02 LINE 17 COLUMN 30 VALUE "+============================+".
       01 RND-FULL-SCREEN.
         02 LINE 19 COLUMN 30 VALUE "|===========================+".
         02 LINE 20 COLUMN 30 VALUE "| TOO MANY - LIST CUT SHORT |".
         02 LINE 21 COLUMN 30 VALUE "+============================+".
       01 RND-OFF-DAY-SCREEN.
         02 LINE 15 COLUMN 30 VALUE "|===========================+".
         02 LINE 16 COLUMN 30 VALUE "| NOT A DELIVERY DAY FOR    |".
         02 LINE 17 COLUMN 30 VALUE "| THIS ACCOUNT - SAVE Y/N   |".
         02 LINE 18 COLUMN 30 VALUE "+============================+".
       01 MGN-RANGE-SCREEN.
         02 LINE 7  COLUMN 30 VALUE "|============================|".
         02 LINE 8  COLUMN 30 VALUE "|    GROSS MARGIN REPORT     |".
         02 LINE 9  COLUMN 30 VALUE "+============================+".
         02 LINE 10 COLUMN 30 VALUE "| FROM (DD MM YY):           |".
         02 LINE 11 COLUMN 30 VALUE "| TO   (DD MM YY):           |".
         02 LINE 12 COLUMN 30 VALUE "| ACCOUNT (BLANK=ALL):       |".
         02 LINE 13 COLUMN 30 VALUE "| PRODUCT DETAIL (Y/N):      |".
         02 LINE 14 COLUMN 30 VALUE "+============================+".
         02 LINE 10 COLUMN 49 PIC 99 TO MFE-DAY.
         02 LINE 10 COLUMN 52 PIC 99 TO MFE-MONTH.
         02 LINE 10 COLUMN 55 PIC 99 TO MFE-YEAR.
         02 LINE 11 COLUMN 49 PIC 99 TO MTE-DAY.
         02 LINE 11 COLUMN 52 PIC 99 TO MTE-MONTH.
         02 LINE 11 COLUMN 55 PIC 99 TO MTE-YEAR.
         02 LINE 12 COLUMN 53 PIC X(6) USING MGN-CUST-WANTED.
         02 LINE 13 COLUMN 54 PIC X USING MGN-DETAIL-SW.
       01 MGN-FULL-SCREEN.
         02 LINE 16 COLUMN 30 VALUE "|===========================+".
         02 LINE 17 COLUMN 30 VALUE "| TOO MANY - LIST CUT SHORT |".
         02 LINE 18 COLUMN 30 VALUE "+============================+".
       01 PCH-OPTIONS-SCREEN.
         02 LINE 7  COLUMN 20 VALUE
            "|======================================|".
         02 LINE 8  COLUMN 20 VALUE
            "|       SCHEDULED PRICE CHANGES        |".
         02 LINE 9  COLUMN 20 VALUE
            "+======================================+".
         02 LINE 10 COLUMN 20 VALUE
            "| 1-Key or amend price changes         |".
         02 LINE 11 COLUMN 20 VALUE
            "| 2-Print price change impact          |".
         02 LINE 12 COLUMN 20 VALUE
            "| 0-Return to utilities menu           |".
         02 LINE 13 COLUMN 20 VALUE
            "+======================================+".
       01 PCH-CODE-SCREEN.
         02 LINE 7  COLUMN 30 VALUE "|============================|".
         02 LINE 8  COLUMN 30 VALUE "| Price change - code:       |".
         02 LINE 9  COLUMN 30 VALUE "| (blank = done)             |".
         02 LINE 10 COLUMN 30 VALUE "+============================+".
         02 LINE 8  COLUMN 53 PIC X(6) TO PCH-ENTRY-FROM.
       01 PCH-DATE-SCREEN.
         02 LINE 11 COLUMN 30 VALUE "|============================|".
         02 LINE 12 COLUMN 30 VALUE "| EFFECTIVE DD MM YY:        |".
         02 LINE 13 COLUMN 30 VALUE "+============================+".
         02 LINE 12 COLUMN 51 PIC 99 TO PCE-DAY.
         02 LINE 12 COLUMN 54 PIC 99 TO PCE-MONTH.
         02 LINE 12 COLUMN 57 PIC 99 TO PCE-YEAR.
       01 PCH-MAINT-SCREEN.
         02 LINE 14 COLUMN 30 VALUE "|============================|".
         02 LINE 15 COLUMN 30 VALUE "| UP TO CODE:                |".
         02 LINE 16 COLUMN 30 VALUE "| NEW PRICE:                 |".
         02 LINE 17 COLUMN 30 VALUE "| OR UPLIFT %:               |".
         02 LINE 18 COLUMN 30 VALUE "| DELETE ENTRY (Y/N):        |".
         02 LINE 19 COLUMN 30 VALUE "+============================+".
         02 LINE 15 COLUMN 44 PIC X(6) USING PCH-ENTRY-TO.
         02 LINE 16 COLUMN 44 PIC ZZ.ZZ USING PCH-ENTRY-PRICE.
         02 LINE 17 COLUMN 44 PIC ZZ.ZZ USING PCH-ENTRY-UPLIFT.
         02 LINE 18 COLUMN 52 PIC X USING PCH-DELETE-SW.
       01 PCH-SAVED-SCREEN.
         02 LINE 20 COLUMN 30 VALUE "|===========================|".
         02 LINE 21 COLUMN 30 VALUE "| PRICE CHANGE SAVED        |".
         02 LINE 22 COLUMN 30 VALUE "+===========================+".
       01 PCH-REMOVED-SCREEN.
         02 LINE 20 COLUMN 30 VALUE "|===========================|".
         02 LINE 21 COLUMN 30 VALUE "| PRICE CHANGE REMOVED      |".
         02 LINE 22 COLUMN 30 VALUE "+===========================+".
       01 PCH-APPLIED-SCREEN.
         02 LINE 14 COLUMN 30 VALUE "|===========================|".
         02 LINE 15 COLUMN 30 VALUE "| ALREADY APPLIED - NO EDIT |".
         02 LINE 16 COLUMN 30 VALUE "+===========================+".
       01 PCH-INVALID-SCREEN.
         02 LINE 20 COLUMN 30 VALUE "|===========================|".
         02 LINE 21 COLUMN 30 VALUE "| KEY A PRICE OR A % UPLIFT |".
         02 LINE 22 COLUMN 30 VALUE "+===========================+".
       01 PCH-NOPROD-SCREEN.
         02 LINE 20 COLUMN 30 VALUE "|===========================|".
         02 LINE 21 COLUMN 30 VALUE "| NO PRODUCTS IN THAT RANGE |".
         02 LINE 22 COLUMN 30 VALUE "+===========================+".
       01 PCH-NONE-SCREEN.
         02 LINE 15 COLUMN 30 VALUE "|===========================|".
         02 LINE 16 COLUMN 30 VALUE "| NO PRICE CHANGES PENDING  |".
         02 LINE 17 COLUMN 30 VALUE "+===========================+".
       01 PIM-FULL-SCREEN.
         02 LINE 16 COLUMN 30 VALUE "|===========================+".
         02 LINE 17 COLUMN 30 VALUE "| TOO MANY - LIST CUT SHORT |".
         02 LINE 18 COLUMN 30 VALUE "+============================+".
       01 EDIT-GOODS-TITLE.
         02 BLANK SCREEN.
         02 LINE 1 COLUMN 1
         "|=====+=========================+=====+=======+=========+".
         02 LINE 2 COLUMN 1
         "|ITEM |DESCRIPTION              | QTY | PRICE | TOTAL   |".
         02 LINE 3 COLUMN 1
         "|NO.  |                         |     | EACH  | VALUE   |".
         02 LINE 4 COLUMN 1
         "+=====+=========================+=====+=======+=========|".
         02 LINE 1 COLUMN 58 VALUE "==========+========+".
         02 LINE 2 COLUMN 58 VALUE "BATCH/LOT |USE BY  |".
         02 LINE 3 COLUMN 58 VALUE "          |DD MM YY|".
         02 LINE 4 COLUMN 58 VALUE "==========+========|".
       01 DISPLAY-GOODS-SCREEN.
         02 LINE D-L COLUMN 3 PIC 99 FROM ITEM-NUMBER.
       01 EDIT-GOODS-SCREEN.
         02 LINE D-L COLUMN 8 PIC X(25) TO GOODS-DESC(CUR-GOODS).
         02 LINE D-L COLUMN 35 PIC ZZZ TO GOODS-QTY(CUR-GOODS).
         02 LINE D-L COLUMN 41 PIC ZZ.ZZ TO GOODS-PRICE(CUR-GOODS).
       01 CODED-GOODS-SCREEN.
         02 LINE D-L COLUMN 8 PIC X(25) FROM GOODS-DESC(CUR-GOODS).
       01 CODED-GOODS-ACCEPT.
         02 LINE D-L COLUMN 35 PIC ZZZ TO GOODS-QTY(CUR-GOODS).
         02 LINE D-L COLUMN 41 PIC ZZ.ZZ USING GOODS-PRICE(CUR-GOODS).
         02 LINE D-L COLUMN 58 PIC X(10)
             USING GOODS-BATCH-NO(CUR-GOODS).
         02 LINE D-L COLUMN 69 PIC 99 USING UBE-DAY.
         02 LINE D-L COLUMN 72 PIC 99 USING UBE-MONTH.
         02 LINE D-L COLUMN 75 PIC 99 USING UBE-YEAR.
       01 EDIT-FINAL-DATA.
         02 LINE D-L COLUMN 49 PIC ZZZZ.ZZ FROM GOODS-TOTAL(CUR-GOODS).
       01 VIEW-GOODS-SCREEN.
         02 LINE D-L COLUMN 3  PIC 99 FROM LOOP-VARIABLE.
         02 LINE D-L COLUMN 8  PIC X(25) FROM GOODS-DESC(LOOP-VARIABLE).
         02 LINE D-L COLUMN 35 PIC ZZZ FROM GOODS-QTY(LOOP-VARIABLE).
         02 LINE D-L COLUMN 41 PIC ZZ.ZZ
             FROM GOODS-PRICE(LOOP-VARIABLE).
         02 LINE D-L COLUMN 49 PIC ZZZZ.ZZ
             FROM GOODS-TOTAL(LOOP-VARIABLE).
         02 LINE D-L COLUMN 58 PIC X(10)
             FROM GOODS-BATCH-NO(LOOP-VARIABLE).

       PROCEDURE DIVISION.

       CAMP-START SECTION.

       START-PROGRAM.
           ACCEPT BATCH-PARM FROM COMMAND-LINE.
           INSPECT BATCH-PARM CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF BATCH-PARM = "BATCH"
               PERFORM BATCH-RUN THRU END-BRN
               PERFORM SIGN-OFF THRU END-SOF
               STOP RUN.
           DISPLAY BLANK-SCREEN.
           PERFORM OPERATOR-SIGNON THRU END-OSN.
           PERFORM INIT.
           PERFORM MAIN-PROGRAM THRU MAIN-PROGRAM-LOOP.

      *THREE OF US SHARE THIS SCREEN - NOTHING RUNS UNTIL SOMEBODY
      *OWNS THE SESSION.  THE INITIALS RIDE ON EVERY SENSITIVE
      *RECORD FILED FROM HERE ON.

       OPERATOR-SIGNON.
           MOVE SPACES TO OPERATOR-ID.
           DISPLAY SIGNON-SCREEN.
           ACCEPT SIGNON-SCREEN.
           IF OPERATOR-ID = SPACES
               GO TO OPERATOR-SIGNON.
           INSPECT OPERATOR-ID CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM REGISTER-SIGNON THRU END-RSO.
           IF SGN-HELD-SW NOT = "Y"
               DISPLAY SIGNON-BUSY-SCREEN
               CALL X"83" USING ANY-KEY
               DISPLAY BLANK-SCREEN
               GO TO OPERATOR-SIGNON.
           DISPLAY BLANK-SCREEN.
       END-OSN.

      *THE ORDER DESK AND THE ACCOUNTS PC RUN AT THE SAME TIME.
      *THE SESSION TAKES ITS SGNXXX.LCK EXCLUSIVELY AND KEEPS IT
      *OPEN UNTIL SIGN-OFF - IF IT CANNOT, THE SAME INITIALS ARE IN
      *USE AT THE OTHER TERMINAL - THEN ENTERS ITSELF IN SIGNON.DAT
      *AND PICKS UP ITS OWN ORDER AUTOSAVE FILE.

       REGISTER-SIGNON.
           MOVE "N" TO SGN-HELD-SW.
           MOVE SPACES TO SES-LOCK-NAME.
           STRING "SGN" OPERATOR-ID DELIMITED BY SPACE
               ".LCK" DELIMITED BY SIZE
               INTO SES-LOCK-NAME.
           OPEN OUTPUT SESSION-LOCK-FILE.
           IF SES-FILE-STATUS NOT = "00"
               GO TO END-RSO.
           MOVE OPERATOR-ID TO SESSION-LOCK-RECORD.
           WRITE SESSION-LOCK-RECORD.
           MOVE "Y" TO SGN-HELD-SW.
           MOVE SPACES TO WORK-FILE-NAME.
           STRING "ORDWK" OPERATOR-ID DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WORK-FILE-NAME.
           OPEN I-O SIGNON-FILE.
           IF SGN-FILE-STATUS = "35"
               OPEN OUTPUT SIGNON-FILE
               CLOSE SIGNON-FILE
               OPEN I-O SIGNON-FILE.
           IF SGN-FILE-STATUS NOT = "00"
               GO TO END-RSO.
           MOVE OPERATOR-ID TO SGN-OPERATOR.
           ACCEPT SGN-DATE-YMD FROM DATE.
           ACCEPT SGN-TIME FROM TIME.
           WRITE SIGNON-RECORD
               INVALID KEY
                   REWRITE SIGNON-RECORD
           END-WRITE.
           CLOSE SIGNON-FILE.
       END-RSO.

       SIGN-OFF.
           IF SGN-HELD-SW NOT = "Y"
               GO TO END-SOF.
           OPEN I-O SIGNON-FILE.
           IF SGN-FILE-STATUS = "00"
               MOVE OPERATOR-ID TO SGN-OPERATOR
               DELETE SIGNON-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               CLOSE SIGNON-FILE.
           CLOSE SESSION-LOCK-FILE.
           MOVE "N" TO SGN-HELD-SW.
       END-SOF.

       INIT.
           COMPUTE CUR-GOODS = 1.
           MOVE "H" TO HIST-HEADER-TYPE.
           ADD 1 TO ST-RE-NUMBER.
           DISPLAY EDIT-GOODS-TITLE.
           PERFORM STORE-SCREEN.
           PERFORM LOAD-SESSION-DATA.
           IF CVT-NEEDED-SW = "Y"
               DISPLAY CONVERT-NEEDED-SCREEN
               CALL X"83" USING ANY-KEY
               DISPLAY BLANK-SCREEN.
           PERFORM STARTUP-INTEGRITY-CHECK THRU END-SIC.
           PERFORM CHECK-ORDER-WORK THRU END-COW.

      *THE NEXT INVOICE NUMBER, TODAY'S DATE AND VAT RATE, AND
      *WHETHER THE FILES STILL WANT CONVERTING - EVERYTHING A SESSION
      *NEEDS BEFORE IT STARTS, WITH NO SCREEN WORK, SO THE OVERNIGHT
      *RUN CAN SHARE IT.

       LOAD-SESSION-DATA.
           PERFORM READ-INVOICE-NUMBER THRU END-RIN.
           ACCEPT TODAYS-DATE FROM DATE.
           STRING
           DATE-DAY

      *A FILE RECORDED UNDER AN OLDER LAYOUT ANSWERS ITS OPEN WITH
      *STATUS 39, WHICH EVERY ORDINARY OPEN HERE WOULD OTHERWISE
      *MISTAKE FOR "NO FILE".  PROBE THE FILES THE DAY CANNOT
      *START WITHOUT AND SEND THE OPERATOR TO THE CONVERSION RUN
      *INSTEAD OF CARRYING ON AGAINST THEM.

           ELSE
               IF PROD-FILE-STATUS = "00"
                   CLOSE PRODUCT-MASTER-FILE.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF CUST-FILE-STATUS = "39"
               MOVE "Y" TO CVT-NEEDED-SW
           ELSE
               IF CUST-FILE-STATUS = "00"
                   CLOSE CUSTOMER-MASTER-FILE.

      *LIST-PRICE CHANGES THAT HAVE FALLEN DUE GO ONTO THE PRODUCT
      *FILE BEFORE ANYTHING IS PRICED TODAY.

           IF CVT-NEEDED-SW NOT = "Y"
               PERFORM APPLY-PRICE-CHANGES THRU END-APC.

      *START-OF-DAY CHECK - QUIET WHEN ALL THREE FILES AGREE, A
      *WARNING AND AN OFFER TO REBUILD CURINV.DAT WHEN THE NEXT
               CALL X"83" USING ANY-KEY.
       END-SIC.

      *OVERNIGHT RUN - STARTED WITH "BATCH" ON THE COMMAND LINE, NO
      *SCREENS AND NOBODY AT THE KEYBOARD.  TODAY'S STANDING ORDERS,
      *THEN TODAY'S SALES REGISTER, THEN A BACKUP SET, EACH STEP
      *CHECKPOINTED IN RUNCTL.DAT AS IT FINISHES AND EACH STANDING
      *ORDER AS ITS INVOICE IS FILED.  STARTED AGAIN THE SAME DAY IT
      *PASSES OVER WHATEVER IS ALREADY DONE, SO NOTHING IS INVOICED
      *TWICE.  THE SUMMARY GOES TO RUNYYMMDD.PRN FOR THE MORNING.

       BATCH-RUN.
           MOVE "Y" TO BATCH-MODE-SW.
           MOVE "BAT" TO OPERATOR-ID.

      *A SECOND OVERNIGHT RUN STARTED WHILE ONE IS STILL GOING STOPS
      *HERE, BEFORE IT TOUCHES RUNCTL.DAT.

           PERFORM REGISTER-SIGNON THRU END-RSO.
           IF SGN-HELD-SW NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GO TO END-BRN.
           COMPUTE CUR-GOODS = 1.
           MOVE "H" TO HIST-HEADER-TYPE.
           MOVE SPACES TO DOC-TYPE-HEADING.
           MOVE "N" TO WORK-SUPPRESS-SW.
           PERFORM LOAD-SESSION-DATA.
           COMPUTE RCT-TODAY-YMD =
               (DATE-YEAR * 10000) + (DATE-MONTH * 100) + DATE-DAY.
           MOVE "N" TO BAT-FAILED-SW.
           MOVE SPACES TO BAT-STOP-REASON.
           IF CUR-MISSING-SW = "Y"
               MOVE "NO CURINV.DAT - NOT RUN" TO BAT-STOP-REASON.
           IF CVT-NEEDED-SW = "Y"
               MOVE "FILES NEED CONVERTING" TO BAT-STOP-REASON.
           MOVE RCT-TODAY-YMD TO RCT-RUN-YMD.
           MOVE "R" TO RCT-ENTRY-TYPE.
           MOVE "RUN" TO RCT-ENTRY-CODE.
           PERFORM READ-RUN-CONTROL THRU END-RRC.
           IF RCT-FOUND-SW NOT = "Y"
               COMPUTE RCT-COUNT = 0.
           ADD 1 TO RCT-COUNT.
           MOVE RCT-COUNT TO BAT-ATTEMPT.
           MOVE "S" TO RCT-STATUS.
           COMPUTE RCT-INVOICE-NO = 0.
           COMPUTE RCT-AMOUNT = 0.
           MOVE BAT-STOP-REASON TO RCT-NOTE.
           PERFORM WRITE-RUN-CONTROL THRU END-WRC.
           MOVE "BATCH START" TO LOG-ACTION.
           MOVE BAT-ATTEMPT TO LOG-REFERENCE.
           COMPUTE LOG-AMOUNT = 0.
           PERFORM WRITE-ACTIVITY-LOG THRU END-WAL.
           IF BAT-STOP-REASON NOT = SPACES
               MOVE "Y" TO BAT-FAILED-SW
               GO TO BATCH-RUN-SUMMARY.
       BATCH-RUN-STANDING.
           MOVE "STORDS" TO BAT-STEP-CODE.
           PERFORM READ-BATCH-STEP THRU END-RBS.
           IF BAT-STEP-DONE-SW = "Y"
               GO TO BATCH-RUN-REGISTER.
           PERFORM STANDING-ORDER-PASS THRU END-SOP.
           MOVE "D" TO RCT-STATUS.
           MOVE SO-GEN-COUNT TO RCT-COUNT.
           COMPUTE RCT-AMOUNT = 0.
           MOVE SPACES TO RCT-NOTE.
           IF SO-FILE-STATUS = "35"
               MOVE "NO STANDING ORDERS" TO RCT-NOTE.
           PERFORM SAVE-BATCH-STEP THRU END-SBS.
       BATCH-RUN-REGISTER.
           MOVE "SALREG" TO BAT-STEP-CODE.
           PERFORM READ-BATCH-STEP THRU END-RBS.
           IF BAT-STEP-DONE-SW = "Y"
               GO TO BATCH-RUN-BACKUP.
           MOVE RCT-TODAY-YMD TO REG-FROM-YMD.
           MOVE RCT-TODAY-YMD TO REG-TO-YMD.
           PERFORM SALES-REGISTER-PASS THRU END-SRG.
           MOVE "D" TO RCT-STATUS.
           MOVE REG-DOC-COUNT TO RCT-COUNT.
           MOVE REG-GRAND-TOTAL TO RCT-AMOUNT.
           MOVE SPACES TO RCT-NOTE.
           IF INVH-FILE-STATUS = "35"
               MOVE "NO HISTORY FILE" TO RCT-NOTE.
           PERFORM SAVE-BATCH-STEP THRU END-SBS.
       BATCH-RUN-BACKUP.
           MOVE "BACKUP" TO BAT-STEP-CODE.
           PERFORM READ-BATCH-STEP THRU END-RBS.
           IF BAT-STEP-DONE-SW = "Y"
               GO TO BATCH-RUN-SUMMARY.
           COMPUTE RCT-AMOUNT = 0.
           PERFORM CHECK-OTHERS-SIGNED-ON THRU END-COS.
           IF SGN-OTHERS-COUNT > 0
               MOVE "F" TO RCT-STATUS
               COMPUTE RCT-COUNT = 0
               MOVE "OTHERS SIGNED ON" TO RCT-NOTE
               MOVE "Y" TO BAT-FAILED-SW
               PERFORM SAVE-BATCH-STEP THRU END-SBS
               GO TO BATCH-RUN-SUMMARY.
           PERFORM CHECK-ENTRY-BUSY THRU END-CEB.
           IF BKP-BUSY-SW = "Y"
               MOVE "F" TO RCT-STATUS
               COMPUTE RCT-COUNT = 0
               MOVE "ORDER BEING KEYED" TO RCT-NOTE
               MOVE "Y" TO BAT-FAILED-SW
               PERFORM SAVE-BATCH-STEP THRU END-SBS
               GO TO BATCH-RUN-SUMMARY.
           COMPUTE BKP-ARCH-YEAR = 0.
           PERFORM BACKUP-WRITE-SET THRU END-BWS.
           MOVE BKP-WRITE-COUNT TO RCT-COUNT.
           IF BKP-SET-OK-SW = "Y"
               MOVE "D" TO RCT-STATUS
               MOVE SPACES TO RCT-NOTE
               STRING "SET " BKP-SET-NAME
                   DELIMITED BY SIZE
                   INTO RCT-NOTE
           ELSE
               MOVE "F" TO RCT-STATUS
               MOVE "SET DID NOT VERIFY" TO RCT-NOTE
               MOVE "Y" TO BAT-FAILED-SW.
           PERFORM SAVE-BATCH-STEP THRU END-SBS.
       BATCH-RUN-SUMMARY.
           MOVE RCT-TODAY-YMD TO RCT-RUN-YMD.
           MOVE "R" TO RCT-ENTRY-TYPE.
           MOVE "RUN" TO RCT-ENTRY-CODE.
           PERFORM READ-RUN-CONTROL THRU END-RRC.
           IF BAT-FAILED-SW = "Y"
               MOVE "F" TO RCT-STATUS
           ELSE
               MOVE "E" TO RCT-STATUS.
           PERFORM WRITE-RUN-CONTROL THRU END-WRC.
           PERFORM PRINT-BATCH-SUMMARY THRU END-PBS.
           MOVE "BATCH END" TO LOG-ACTION.
           MOVE BAT-ATTEMPT TO LOG-REFERENCE.
           MOVE BAT-INV-VALUE TO LOG-AMOUNT.
           PERFORM WRITE-ACTIVITY-LOG THRU END-WAL.
           IF BAT-FAILED-SW = "Y"
               MOVE 8 TO RETURN-CODE.
       END-BRN.

       READ-BATCH-STEP.
           MOVE "N" TO BAT-STEP-DONE-SW.
           MOVE RCT-TODAY-YMD TO RCT-RUN-YMD.
           MOVE "S" TO RCT-ENTRY-TYPE.
           MOVE BAT-STEP-CODE TO RCT-ENTRY-CODE.
           PERFORM READ-RUN-CONTROL THRU END-RRC.
           IF RCT-FOUND-SW = "Y" AND RCT-STATUS = "D"
               MOVE "Y" TO BAT-STEP-DONE-SW.
       END-RBS.

      *THE CALLER STAGES THE STATUS, COUNT, AMOUNT AND NOTE.

       SAVE-BATCH-STEP.
           MOVE RCT-TODAY-YMD TO RCT-RUN-YMD.
           MOVE "S" TO RCT-ENTRY-TYPE.
           MOVE BAT-STEP-CODE TO RCT-ENTRY-CODE.
           COMPUTE RCT-INVOICE-NO = 0.
           PERFORM WRITE-RUN-CONTROL THRU END-WRC.
       END-SBS.

      *MORNING SUMMARY - THE RUN, ITS THREE STEPS IN THE ORDER THEY
      *RUN, THEN EVERY STANDING ORDER TAKEN TODAY, WHETHER BY THIS
      *RUN, AN EARLIER ONE OR OPTION 6.

       PRINT-BATCH-SUMMARY.
           COMPUTE BAT-INV-COUNT = 0.
           COMPUTE BAT-INV-VALUE = 0.
           MOVE SPACES TO PRINTER-DEVICE-NAME.
           STRING
           "RUN"
           DATE-YEAR
           DATE-MONTH
           DATE-DAY
           ".PRN"
           DELIMITED BY SIZE
           INTO PRINTER-DEVICE-NAME.
           OPEN OUTPUT PRINTER-FILE.
           INITIATE BATCH-RUN-REPORT.
           MOVE RCT-TODAY-YMD TO RCT-RUN-YMD.
           MOVE "R" TO RCT-ENTRY-TYPE.
           MOVE "RUN" TO RCT-ENTRY-CODE.
           PERFORM READ-RUN-CONTROL THRU END-RRC.
           MOVE "OVERNIGHT RUN" TO BAT-LINE-ENTRY.
           MOVE SPACES TO BAT-LINE-CODE.
           COMPUTE BAT-LINE-INVOICE = 0.
           MOVE BAT-ATTEMPT TO BAT-LINE-COUNT.
           COMPUTE BAT-LINE-AMOUNT = 0.
           IF BAT-STOP-REASON NOT = SPACES
               MOVE BAT-STOP-REASON TO BAT-LINE-RESULT
           ELSE
               IF BAT-FAILED-SW = "Y"
                   MOVE "INCOMPLETE - RUN AGAIN" TO BAT-LINE-RESULT
               ELSE
                   MOVE "COMPLETE" TO BAT-LINE-RESULT.
           GENERATE BAT-LINE-GROUP.
           MOVE "STORDS" TO BAT-STEP-CODE.
           MOVE "STANDING ORDERS" TO BAT-LINE-ENTRY.
           PERFORM SUMMARY-STEP-LINE THRU END-SST.
           MOVE "SALREG" TO BAT-STEP-CODE.
           MOVE "SALES REGISTER" TO BAT-LINE-ENTRY.
           PERFORM SUMMARY-STEP-LINE THRU END-SST.
           MOVE "BACKUP" TO BAT-STEP-CODE.
           MOVE "BACKUP" TO BAT-LINE-ENTRY.
           PERFORM SUMMARY-STEP-LINE THRU END-SST.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RCT-FILE-STATUS NOT = "00"
               GO TO PRINT-BATCH-SUMMARY-DONE.
           MOVE RCT-TODAY-YMD TO RCT-RUN-YMD.
           MOVE "C" TO RCT-ENTRY-TYPE.
           MOVE LOW-VALUES TO RCT-ENTRY-CODE.
           START RUN-CONTROL-FILE KEY IS NOT LESS THAN RCT-KEY
               INVALID KEY
                   GO TO PRINT-BATCH-SUMMARY-CLOSE.
       PRINT-BATCH-SUMMARY-LOOP.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END
                   GO TO PRINT-BATCH-SUMMARY-CLOSE
           END-READ.
           IF RCT-RUN-YMD NOT = RCT-TODAY-YMD OR
              RCT-ENTRY-TYPE NOT = "C"
               GO TO PRINT-BATCH-SUMMARY-CLOSE.
           MOVE "STANDING ORDER" TO BAT-LINE-ENTRY.
           MOVE RCT-ENTRY-CODE TO BAT-LINE-CODE.
           MOVE RCT-INVOICE-NO TO BAT-LINE-INVOICE.
           COMPUTE BAT-LINE-COUNT = 0.
           MOVE RCT-AMOUNT TO BAT-LINE-AMOUNT.
           EVALUATE RCT-STATUS
               WHEN "D"
                   ADD 1 TO BAT-INV-COUNT
                   ADD RCT-AMOUNT TO BAT-INV-VALUE
                   IF RCT-NOTE = SPACES
                       MOVE "INVOICED" TO BAT-LINE-RESULT
                   ELSE
                       MOVE RCT-NOTE TO BAT-LINE-RESULT
                   END-IF
               WHEN "P"
                   MOVE "NOT FILED - RUN AGAIN" TO BAT-LINE-RESULT
               WHEN "H"
                   MOVE SPACES TO BAT-LINE-RESULT
                   STRING "HELD - " RCT-NOTE
                       DELIMITED BY SIZE
                       INTO BAT-LINE-RESULT
               WHEN OTHER
                   MOVE "NOT FILED - CHECK" TO BAT-LINE-RESULT
           END-EVALUATE.
           GENERATE BAT-LINE-GROUP.
           GO TO PRINT-BATCH-SUMMARY-LOOP.
       PRINT-BATCH-SUMMARY-CLOSE.
           CLOSE RUN-CONTROL-FILE.
       PRINT-BATCH-SUMMARY-DONE.
           GENERATE BAT-TOTAL-GROUP.
           TERMINATE BATCH-RUN-REPORT.
           CLOSE PRINTER-FILE.
       END-PBS.

       SUMMARY-STEP-LINE.
           MOVE RCT-TODAY-YMD TO RCT-RUN-YMD.
           MOVE "S" TO RCT-ENTRY-TYPE.
           MOVE BAT-STEP-CODE TO RCT-ENTRY-CODE.
           PERFORM READ-RUN-CONTROL THRU END-RRC.
           MOVE BAT-STEP-CODE TO BAT-LINE-CODE.
           COMPUTE BAT-LINE-INVOICE = 0.
           COMPUTE BAT-LINE-COUNT = 0.
           COMPUTE BAT-LINE-AMOUNT = 0.
           IF RCT-FOUND-SW NOT = "Y"
               MOVE "NOT RUN" TO BAT-LINE-RESULT
               GO TO SUMMARY-STEP-PRINT.
           MOVE RCT-COUNT TO BAT-LINE-COUNT.
           MOVE RCT-AMOUNT TO BAT-LINE-AMOUNT.
           IF RCT-STATUS = "D" AND RCT-NOTE = SPACES
               MOVE "DONE" TO BAT-LINE-RESULT
           ELSE
               MOVE RCT-NOTE TO BAT-LINE-RESULT.
           IF RCT-STATUS NOT = "D"
               MOVE SPACES TO BAT-LINE-RESULT
               STRING "FAILED - " RCT-NOTE
                   DELIMITED BY SIZE
                   INTO BAT-LINE-RESULT.
       SUMMARY-STEP-PRINT.
           GENERATE BAT-LINE-GROUP.
       END-SST.

       CAMP-MAIN SECTION.

       MAIN-PROGRAM.
               WHEN "8"
                   PERFORM UTILITIES-MENU THRU END-UTM
               WHEN "9"
                   PERFORM SIGN-OFF THRU END-SOF
                   STOP RUN.

      *THE MAIN MENU BOX HAS NO SPARE ROWS, SO EVERYTHING BEYOND THE
               WHEN "P"
               WHEN "p"
                   PERFORM ACTIVITY-LOG-PRINT THRU END-ALP
               WHEN "Q"
               WHEN "q"
                   PERFORM EDIT-CREDIT-TERMS THRU END-ECT
               WHEN "R"
               WHEN "r"
                   PERFORM CONVERT-DATA-FILES THRU END-CDF
               WHEN "S"
               WHEN "s"
                   PERFORM CREDIT-CONTROL-LIST THRU END-CCL
               WHEN "T"
               WHEN "t"
                   PERFORM PURCHASING-MENU THRU END-PUM
               WHEN "U"
               WHEN "u"
                   PERFORM RECALL-ENQUIRY THRU END-RCL
               WHEN "V"
               WHEN "v"
                   PERFORM BANK-MENU THRU END-BKM
               WHEN "W"
               WHEN "w"
                   PERFORM DELIVERY-MENU THRU END-DLM
               WHEN "X"
               WHEN "x"
                   PERFORM GROSS-MARGIN-REPORT THRU END-GMR
               WHEN "Y"
               WHEN "y"
                   PERFORM PRICE-CHANGE-MENU THRU END-PCM
               WHEN "0"
                   GO TO END-UTM
           END-EVALUATE.
           IF CUST-FOUND-SW NOT = "Y"
               ACCEPT ENTER-CUSTOMER-DATA
               IF CUSTOMER-CODE NOT = SPACES
                   MOVE "D" TO CUST-SAVE-TYPE
                   PERFORM SAVE-CUSTOMER-MASTER THRU END-SCM.
           PERFORM SAVE-ORDER-WORK THRU END-SOW.
           DISPLAY SMALL-CUSTOMER-DATA-SCREEN.

       LOOKUP-CUSTOMER-MASTER.
           MOVE CUSTOMER-CODE TO CUST-CODE.
           COMPUTE CUSTOMER-CREDIT-LIMIT = 0.
           COMPUTE CUSTOMER-TERMS-DAYS = 0.
           MOVE "N" TO CUSTOMER-ON-HOLD.
           MOVE SPACES TO CUSTOMER-ROUND.
           COMPUTE CUSTOMER-DROP-SEQ = 0.
           MOVE SPACES TO CUSTOMER-DELIVERY-DAYS.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF CUST-FILE-STATUS = "35"
               MOVE "N" TO CUST-FOUND-SW
                   MOVE CUST-ADDRESS5 TO CUSTOMER-ADDRESS5
                   MOVE CUST-ADDRESS6 TO CUSTOMER-ADDRESS6
                   MOVE CUST-TELEPHONE TO CUSTOMER-TELEPHONE
                   MOVE CUST-CREDIT-LIMIT TO CUSTOMER-CREDIT-LIMIT
                   MOVE CUST-TERMS-DAYS TO CUSTOMER-TERMS-DAYS
                   MOVE CUST-ON-HOLD TO CUSTOMER-ON-HOLD
                   MOVE CUST-ROUND TO CUSTOMER-ROUND
                   MOVE CUST-DROP-SEQ TO CUSTOMER-DROP-SEQ
                   MOVE CUST-DELIVERY-DAYS TO CUSTOMER-DELIVERY-DAYS
           END-READ.
           CLOSE CUSTOMER-MASTER-FILE.
       END-LCM.

      *THE RECORD IS READ WITH LOCK BEFORE IT IS REWRITTEN, SO THE
      *OTHER TERMINAL CANNOT BE PART WAY THROUGH THE SAME ACCOUNT.
      *ONLY THE FIELDS THE CALLING SCREEN MAINTAINS (CUST-SAVE-TYPE)
      *ARE MOVED ONTO AN EXISTING RECORD, SO A CHANGE FILED FROM THE
      *OTHER TERMINAL SINCE THIS ONE LOOKED THE ACCOUNT UP IS KEPT.
      *A NEW ACCOUNT IS WRITTEN WITH EVERY FIELD.

       SAVE-CUSTOMER-MASTER.
           OPEN I-O CUSTOMER-MASTER-FILE.
           IF CUST-FILE-STATUS = "35"
               OPEN OUTPUT CUSTOMER-MASTER-FILE
               CLOSE CUSTOMER-MASTER-FILE
               OPEN I-O CUSTOMER-MASTER-FILE.
           MOVE CUSTOMER-CODE TO CUST-CODE.
           PERFORM LOCK-CUSTOMER-RECORD THRU END-LKC.
           MOVE CUSTOMER-CODE TO CUST-CODE.
           IF LOCK-FOUND-SW = "Y"
               EVALUATE CUST-SAVE-TYPE
                   WHEN "C"
                       GO TO SCM-CREDIT
                   WHEN "R"
                       GO TO SCM-ROUND
               END-EVALUATE.
           MOVE CUSTOMER-NAME TO CUST-NAME.
           MOVE CUSTOMER-ADDRESS1 TO CUST-ADDRESS1.
           MOVE CUSTOMER-ADDRESS2 TO CUST-ADDRESS2.
           MOVE CUSTOMER-ADDRESS5 TO CUST-ADDRESS5.
           MOVE CUSTOMER-ADDRESS6 TO CUST-ADDRESS6.
           MOVE CUSTOMER-TELEPHONE TO CUST-TELEPHONE.
           IF LOCK-FOUND-SW = "Y"
               GO TO SCM-WRITE.
       SCM-CREDIT.
           MOVE CUSTOMER-CREDIT-LIMIT TO CUST-CREDIT-LIMIT.
           MOVE CUSTOMER-TERMS-DAYS TO CUST-TERMS-DAYS.
           MOVE CUSTOMER-ON-HOLD TO CUST-ON-HOLD.
           IF LOCK-FOUND-SW = "Y"
               GO TO SCM-WRITE.
       SCM-ROUND.
           MOVE CUSTOMER-ROUND TO CUST-ROUND.
           MOVE CUSTOMER-DROP-SEQ TO CUST-DROP-SEQ.
           MOVE CUSTOMER-DELIVERY-DAYS TO CUST-DELIVERY-DAYS.
       SCM-WRITE.
           IF LOCK-FOUND-SW = "Y"
               REWRITE CUSTOMER-MASTER-RECORD
           ELSE
               WRITE CUSTOMER-MASTER-RECORD
                   INVALID KEY
                       REWRITE CUSTOMER-MASTER-RECORD
               END-WRITE.
           CLOSE CUSTOMER-MASTER-FILE.
       END-SCM.

      *CREDIT TERMS MAINTENANCE - KEY AN ACCOUNT, AMEND ITS CREDIT
      *LIMIT, PAYMENT TERMS AND HOLD FLAG, REPEAT UNTIL A BLANK CODE
      *IS KEYED.  EVERY CHANGE IS LOGGED WITH THE NEW LIMIT.

       EDIT-CREDIT-TERMS.
           PERFORM SAVE-LIVE-INVOICE-DATA THRU END-SLD.
           DISPLAY BLANK-SCREEN.
       ECT-CUST-LOOP.
           MOVE SPACES TO CRD-CUST-CODE.
           DISPLAY CRD-CUST-SCREEN.
           ACCEPT CRD-CUST-SCREEN.
           IF CRD-CUST-CODE = "?"
               PERFORM SEARCH-CUSTOMER-BY-NAME THRU END-SCN
               MOVE SRCH-RESULT-CODE TO CRD-CUST-CODE
               DISPLAY BLANK-SCREEN
               IF CRD-CUST-CODE = SPACES
                   GO TO ECT-CUST-LOOP.
           IF CRD-CUST-CODE = SPACES
               GO TO ECT-RESTORE.
           MOVE CRD-CUST-CODE TO CUSTOMER-CODE.
           PERFORM LOOKUP-CUSTOMER-MASTER THRU END-LCM.
           IF CUST-FOUND-SW NOT = "Y"
               DISPLAY CUSTOMER-NOTFOUND-SCREEN
               CALL X"83" USING ANY-KEY
               DISPLAY BLANK-SCREEN
               GO TO ECT-CUST-LOOP.
           IF CUSTOMER-ON-HOLD NOT = "Y"
               MOVE "N" TO CUSTOMER-ON-HOLD.
           DISPLAY CRD-MAINT-SCREEN.
           ACCEPT CRD-MAINT-SCREEN.
           IF CUSTOMER-ON-HOLD = "y"
               MOVE "Y" TO CUSTOMER-ON-HOLD.
           IF CUSTOMER-ON-HOLD NOT = "Y"
               MOVE "N" TO CUSTOMER-ON-HOLD.
           MOVE "C" TO CUST-SAVE-TYPE.
           PERFORM SAVE-CUSTOMER-MASTER THRU END-SCM.
           MOVE SPACES TO LOG-ACTION.
           STRING "CRLIM " CUSTOMER-CODE
               DELIMITED BY SIZE
               INTO LOG-ACTION.
           COMPUTE LOG-REFERENCE = CUSTOMER-TERMS-DAYS.
           MOVE CUSTOMER-CREDIT-LIMIT TO LOG-AMOUNT.
           PERFORM WRITE-ACTIVITY-LOG THRU END-WAL.
           DISPLAY CRD-SAVED-SCREEN.
           CALL X"83" USING ANY-KEY.
           DISPLAY BLANK-SCREEN.
           GO TO ECT-CUST-LOOP.
       ECT-RESTORE.
           PERFORM RESTORE-LIVE-INVOICE-DATA THRU END-RLD.
       END-ECT.
           DISPLAY BLANK-SCREEN.

      *CREDIT CHECK - RUN JUST BEFORE A DOCUMENT FOR CUSTOMER-CODE IS
      *PRINTED AND FILED, WITH AMOUNT-DUE ALREADY COSTED.  AN ACCOUNT
      *ON HOLD, OR ONE THIS DOCUMENT WOULD TAKE OVER ITS LIMIT, IS
      *REFUSED UNLESS A SUPERVISOR OVERRIDES IT THERE AND THEN.  THE
      *OVERRIDE IS ONLY NOTED HERE (CRD-OVERRIDE-SW); THE CALLER LOGS
      *IT THROUGH LOG-CREDIT-OVERRIDE ONCE TAKE-INVOICE-NUMBER HAS
      *GIVEN IT THE NUMBER THE DOCUMENT IS FILED UNDER.  CASH SALES
      *WITH NO ACCOUNT CODE ARE NEVER CHECKED.  THE CALLER LOOKS
      *AFTER THE SCREEN UNDERNEATH.  OVERNIGHT THERE IS NOBODY
      *TO OVERRIDE, SO THE DOCUMENT IS SIMPLY REFUSED.

       CHECK-CREDIT-CONTROL.
           MOVE "N" TO CRD-REFUSED-SW.
           MOVE "N" TO CRD-OVERRIDE-SW.
           MOVE SPACES TO CRD-REASON.
           IF CUSTOMER-CODE = SPACES
               GO TO END-CCC.
           MOVE CUSTOMER-CODE TO CRD-CUST-CODE.
           PERFORM READ-CREDIT-DETAILS THRU END-RCD.
           IF CRD-FOUND-SW NOT = "Y"
               GO TO END-CCC.
           IF CRD-HOLD NOT = "Y" AND CRD-LIMIT = 0
               GO TO END-CCC.
           PERFORM CUSTOMER-BALANCE THRU END-CBL.
           COMPUTE CRD-NEW-BALANCE = CRD-BALANCE + AMOUNT-DUE.
           IF CRD-HOLD = "Y"
               MOVE "ACCOUNT ON HOLD" TO CRD-REASON
               MOVE "HOLD OVR " TO CRD-LOG-TAG
           ELSE
               IF CRD-LIMIT > 0 AND CRD-NEW-BALANCE > CRD-LIMIT
                   MOVE "OVER CREDIT LIMIT" TO CRD-REASON
                   MOVE "LIMIT OVR" TO CRD-LOG-TAG.
           IF CRD-REASON = SPACES
               GO TO END-CCC.
           MOVE "Y" TO CRD-REFUSED-SW.
           IF BATCH-MODE-SW = "Y"
               GO TO END-CCC.
           DISPLAY CRD-WARN-SCREEN.
           CALL X"83" USING ANY-KEY.
           IF ANY-KEY NOT = "Y" AND ANY-KEY NOT = "y"
               GO TO CCC-REFUSED.
           MOVE SPACES TO CRD-SUPERVISOR.
           DISPLAY CRD-SUPER-SCREEN.
           ACCEPT CRD-SUPER-SCREEN.
           IF CRD-SUPERVISOR = SPACES
               GO TO CCC-REFUSED.
           INSPECT CRD-SUPERVISOR CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE "N" TO CRD-REFUSED-SW.
           MOVE "Y" TO CRD-OVERRIDE-SW.
           MOVE AMOUNT-DUE TO CRD-OVERRIDE-AMOUNT.
           GO TO END-CCC.
       CCC-REFUSED.
           DISPLAY CRD-REFUSED-SCREEN.
           CALL X"83" USING ANY-KEY.
       END-CCC.

      *A SUPERVISOR OVERRIDE NOTED BY CHECK-CREDIT-CONTROL, LOGGED
      *AGAINST CURRENT-INVOICE JUST AFTER TAKE-INVOICE-NUMBER.

       LOG-CREDIT-OVERRIDE.
           IF CRD-OVERRIDE-SW NOT = "Y"
               GO TO END-LCO.
           MOVE "N" TO CRD-OVERRIDE-SW.
           MOVE SPACES TO LOG-ACTION.
           STRING CRD-LOG-TAG CRD-SUPERVISOR
               DELIMITED BY SIZE
               INTO LOG-ACTION.
           MOVE CURRENT-INVOICE TO LOG-REFERENCE.
           MOVE CRD-OVERRIDE-AMOUNT TO LOG-AMOUNT.
           PERFORM WRITE-ACTIVITY-LOG THRU END-WAL.
       END-LCO.

      *THE CREDIT FIELDS ALONE, STRAIGHT FROM THE MASTER RECORD, SO
      *THE CUSTOMER DETAILS ON THE ORDER ARE NOT DISTURBED.

       READ-CREDIT-DETAILS.
           MOVE "N" TO CRD-FOUND-SW.
           MOVE CRD-CUST-CODE TO CUST-CODE.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF CUST-FILE-STATUS NOT = "00"
               GO TO END-RCD.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO CRD-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO CRD-FOUND-SW
                   MOVE CUST-CREDIT-LIMIT TO CRD-LIMIT
                   MOVE CUST-TERMS-DAYS TO CRD-TERMS
                   MOVE CUST-ON-HOLD TO CRD-HOLD
           END-READ.
           CLOSE CUSTOMER-MASTER-FILE.
           IF CRD-TERMS = 0
               MOVE DEFAULT-TERMS-DAYS TO CRD-TERMS.
       END-RCD.

      *OUTSTANDING BALANCE OF ACCOUNT CRD-CUST-CODE - ONE PASS OF
      *THE HISTORY FILE WITH THE AGED DEBTORS CONTROL BREAK: EACH
      *OF THE ACCOUNT'S INVOICES LESS WHAT SITS ON ITS PAYMENT LINES
      *("P" PAYMENTS AND "C" CREDIT ALLOCATIONS ALIKE).

       CUSTOMER-BALANCE.
           COMPUTE CRD-BALANCE = 0.
           MOVE "N" TO CRD-INVOICE-ACTIVE-SW.
           OPEN INPUT INVOICE-HISTORY-FILE.
           IF INVH-FILE-STATUS NOT = "00"
               GO TO END-CBL.
           MOVE ZEROS TO INVH-KEY.
           START INVOICE-HISTORY-FILE KEY IS NOT LESS THAN INVH-KEY
               INVALID KEY
                   GO TO CUSTOMER-BALANCE-DONE.
       CUSTOMER-BALANCE-LOOP.
           READ INVOICE-HISTORY-FILE NEXT RECORD
               AT END
                   GO TO CUSTOMER-BALANCE-DONE
           END-READ.
           IF INVH-LINE-NO = 0
               PERFORM CUSTOMER-BALANCE-BREAK THRU END-CBB
               IF INVH-RECORD-TYPE = "H" AND
                  INVH-CUST-CODE = CRD-CUST-CODE
                   PERFORM CREDIT-TAKE-INVOICE
               END-IF.
           IF INVH-LINE-NO NOT < FIRST-PAYMENT-LINE AND
              CRD-INVOICE-ACTIVE-SW = "Y" AND
              INVH-INVOICE-NO = CRD-INVOICE-NO
               ADD INVH-AMOUNT-DUE TO CRD-INVOICE-PAID.
           GO TO CUSTOMER-BALANCE-LOOP.
       CUSTOMER-BALANCE-DONE.
           PERFORM CUSTOMER-BALANCE-BREAK THRU END-CBB.
           CLOSE INVOICE-HISTORY-FILE.
       END-CBL.

       CREDIT-TAKE-INVOICE.
           MOVE "Y" TO CRD-INVOICE-ACTIVE-SW.
           MOVE INVH-INVOICE-NO TO CRD-INVOICE-NO.
           MOVE INVH-CUST-CODE TO CRD-INVOICE-CODE.
           MOVE INVH-AMOUNT-DUE TO CRD-INVOICE-DUE.
           COMPUTE CRD-INVOICE-PAID = 0.

       CUSTOMER-BALANCE-BREAK.
           IF CRD-INVOICE-ACTIVE-SW NOT = "Y"
               GO TO END-CBB.
           MOVE "N" TO CRD-INVOICE-ACTIVE-SW.
           COMPUTE CRD-INVOICE-BAL = CRD-INVOICE-DUE - CRD-INVOICE-PAID.
           IF CRD-INVOICE-BAL > 0
               ADD CRD-INVOICE-BAL TO CRD-BALANCE.
       END-CBB.

      *OVER LIMIT / ON HOLD LIST - ONE PASS OF THE HISTORY FILE
      *BUILDS EVERY ACCOUNT'S OUTSTANDING BALANCE IN A TABLE (SAME
      *BREAK AS ABOVE, BUT FOR ALL ACCOUNTS AT ONCE), THEN ONE PASS
      *OF THE CUSTOMER FILE PRINTS EACH ACCOUNT ON HOLD OR OWING
      *MORE THAN ITS LIMIT.

       CREDIT-CONTROL-LIST.
           DISPLAY BLANK-SCREEN.
           COMPUTE CRL-COUNT = 0.
           COMPUTE CRL-LIST-COUNT = 0.
           MOVE "N" TO CRD-INVOICE-ACTIVE-SW.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF CUST-FILE-STATUS NOT = "00"
               DISPLAY CUSTOMER-NOTFOUND-SCREEN
               CALL X"83" USING ANY-KEY
               GO TO END-CCL.
           OPEN INPUT INVOICE-HISTORY-FILE.
           IF INVH-FILE-STATUS NOT = "00"
               GO TO CCL-PRINT.
           MOVE ZEROS TO INVH-KEY.
           START INVOICE-HISTORY-FILE KEY IS NOT LESS THAN INVH-KEY
               INVALID KEY
                   GO TO CCL-SCAN-DONE.
       CCL-SCAN-LOOP.
           READ INVOICE-HISTORY-FILE NEXT RECORD
               AT END
                   GO TO CCL-SCAN-DONE
           END-READ.
           IF INVH-LINE-NO = 0
               PERFORM CCL-BALANCE-BREAK THRU END-CBK
               IF INVH-RECORD-TYPE = "H" AND INVH-CUST-CODE NOT = SPACES
                   PERFORM CREDIT-TAKE-INVOICE
               END-IF.
           IF INVH-LINE-NO NOT < FIRST-PAYMENT-LINE AND
              CRD-INVOICE-ACTIVE-SW = "Y" AND
              INVH-INVOICE-NO = CRD-INVOICE-NO
               ADD INVH-AMOUNT-DUE TO CRD-INVOICE-PAID.
           GO TO CCL-SCAN-LOOP.
       CCL-SCAN-DONE.
           PERFORM CCL-BALANCE-BREAK THRU END-CBK.
           CLOSE INVOICE-HISTORY-FILE.
       CCL-PRINT.
           MOVE "PRINTER" TO PRINTER-DEVICE-NAME.
           OPEN OUTPUT PRINTER-FILE.
           DISPLAY PRINTING-SCREEN.
           INITIATE CREDIT-CONTROL-REPORT.
           MOVE SPACES TO CUST-CODE.
           START CUSTOMER-MASTER-FILE KEY IS NOT LESS THAN CUST-CODE
               INVALID KEY
                   GO TO CCL-PRINT-DONE.
       CCL-PRINT-LOOP.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   GO TO CCL-PRINT-DONE
           END-READ.
           IF CUST-ON-HOLD NOT = "Y" AND CUST-CREDIT-LIMIT = 0
               GO TO CCL-PRINT-LOOP.
           COMPUTE CRL-LINE-BALANCE = 0.
           COMPUTE CRL-SUB = 0.
           PERFORM CCL-FIND-BALANCE THRU END-CFB.
           COMPUTE CRL-LINE-OVER = 0.
           IF CUST-CREDIT-LIMIT > 0 AND
              CRL-LINE-BALANCE > CUST-CREDIT-LIMIT
               COMPUTE CRL-LINE-OVER =
                   CRL-LINE-BALANCE - CUST-CREDIT-LIMIT.
           IF CUST-ON-HOLD NOT = "Y" AND CRL-LINE-OVER = 0
               GO TO CCL-PRINT-LOOP.
           ADD 1 TO CRL-LIST-COUNT.
           MOVE CUST-CODE TO CRL-LINE-CODE.
           MOVE CUST-NAME TO CRL-LINE-NAME.
           MOVE CUST-CREDIT-LIMIT TO CRL-LINE-LIMIT.
           MOVE CUST-TERMS-DAYS TO CRL-LINE-TERMS.
           IF CRL-LINE-TERMS = 0
               MOVE DEFAULT-TERMS-DAYS TO CRL-LINE-TERMS.
           MOVE SPACES TO CRL-LINE-HOLD.
           IF CUST-ON-HOLD = "Y"
               MOVE "HOLD" TO CRL-LINE-HOLD.
           GENERATE CRL-LINE-GROUP.
           GO TO CCL-PRINT-LOOP.
       CCL-PRINT-DONE.
           GENERATE CRL-TOTAL-GROUP.
           TERMINATE CREDIT-CONTROL-REPORT.
           CLOSE PRINTER-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           CALL X"83" USING ANY-KEY.
       END-CCL.
           DISPLAY BLANK-SCREEN.

      *ONE SETTLED INVOICE'S BALANCE ONTO ITS ACCOUNT'S TABLE ROW.
      *AN ACCOUNT BEYOND THE TABLE'S SIZE IS LEFT OFF RATHER THAN
      *STOPPING THE LIST.

       CCL-BALANCE-BREAK.
           IF CRD-INVOICE-ACTIVE-SW NOT = "Y"
               GO TO END-CBK.
           MOVE "N" TO CRD-INVOICE-ACTIVE-SW.
           COMPUTE CRD-INVOICE-BAL = CRD-INVOICE-DUE - CRD-INVOICE-PAID.
           IF CRD-INVOICE-BAL NOT > 0
               GO TO END-CBK.
           COMPUTE CRL-SUB = 0.
       CCL-BREAK-FIND-LOOP.
           IF CRL-SUB = CRL-COUNT
               GO TO CCL-BREAK-NEW.
           ADD 1 TO CRL-SUB.
           IF CRL-CODE(CRL-SUB) = CRD-INVOICE-CODE
               ADD CRD-INVOICE-BAL TO CRL-BALANCE(CRL-SUB)
               GO TO END-CBK.
           GO TO CCL-BREAK-FIND-LOOP.
       CCL-BREAK-NEW.
           IF CRL-COUNT = 500
               GO TO END-CBK.
           ADD 1 TO CRL-COUNT.
           MOVE CRD-INVOICE-CODE TO CRL-CODE(CRL-COUNT).
           MOVE CRD-INVOICE-BAL TO CRL-BALANCE(CRL-COUNT).
       END-CBK.

       CCL-FIND-BALANCE.
           IF CRL-SUB = CRL-COUNT
               GO TO END-CFB.
           ADD 1 TO CRL-SUB.
           IF CRL-CODE(CRL-SUB) = CUST-CODE
               MOVE CRL-BALANCE(CRL-SUB) TO CRL-LINE-BALANCE
               GO TO END-CFB.
           GO TO CCL-FIND-BALANCE.
       END-CFB.

      *PRODUCT FILE MAINTENANCE - KEY A CODE, AMEND THE DETAILS SHOWN,
      *REPEAT UNTIL A BLANK CODE IS KEYED.  NEW CODES START BLANK.

               MOVE "S" TO PRODUCT-VAT-CODE
               COMPUTE PRODUCT-STOCK-QTY = 0
               COMPUTE PRODUCT-REORDER-QTY = 0
               COMPUTE PRODUCT-UNIT-COST = 0
               MOVE SPACES TO PRODUCT-SUPPLIER-CODE
               COMPUTE PRODUCT-PACK-SIZE = 0
               MOVE SPACES TO PRODUCT-BATCH-NO
               COMPUTE PRODUCT-USE-BY-YMD = 0.
           MOVE PRODUCT-USE-BY-YMD TO UBY-YMD.
           PERFORM USE-BY-TO-DMY.
           MOVE UBY-DMY TO UBE-DATE.
           DISPLAY PRODUCT-MAINT-SCREEN.
           ACCEPT PRODUCT-MAINT-SCREEN.
           MOVE UBE-DATE TO UBY-DMY.
           PERFORM USE-BY-TO-YMD.
           MOVE UBY-YMD TO PRODUCT-USE-BY-YMD.
           PERFORM SAVE-PRODUCT-MASTER THRU END-SPM.
           GO TO EDIT-PRODUCT-LOOP.
       END-EPD.
           DISPLAY BLANK-SCREEN.

       LOOKUP-PRODUCT-MASTER.
           COMPUTE PRODUCT-STOCK-LOADED = 0.
           MOVE PRODUCT-CODE TO PROD-CODE.
           OPEN INPUT PRODUCT-MASTER-FILE.
           IF PROD-FILE-STATUS = "35"
                   MOVE PROD-VAT-FLAG TO PRODUCT-VAT-FLAG
                   MOVE PROD-VAT-CODE TO PRODUCT-VAT-CODE
                   MOVE PROD-STOCK-QTY TO PRODUCT-STOCK-QTY
                   MOVE PROD-STOCK-QTY TO PRODUCT-STOCK-LOADED
                   MOVE PROD-REORDER-QTY TO PRODUCT-REORDER-QTY
                   MOVE PROD-UNIT-COST TO PRODUCT-UNIT-COST
                   MOVE PROD-SUPPLIER-CODE TO PRODUCT-SUPPLIER-CODE
                   MOVE PROD-PACK-SIZE TO PRODUCT-PACK-SIZE
                   MOVE PROD-BATCH-NO TO PRODUCT-BATCH-NO
                   MOVE PROD-USE-BY-YMD TO PRODUCT-USE-BY-YMD
           END-READ.
           CLOSE PRODUCT-MASTER-FILE.

               MOVE VAT-NORM-CODE TO PRODUCT-VAT-CODE.
       END-LPM.

      *THE ON-HAND COUNT IS NOT SIMPLY OVERTYPED - AN INVOICE FILED
      *AT THE OTHER TERMINAL SINCE THE PRODUCT WAS LOOKED UP MAY HAVE
      *MOVED IT.  WHAT THIS SESSION CHANGED (PRODUCT-STOCK-QTY LESS
      *WHAT WAS LOADED) IS APPLIED TO THE COUNT ON FILE, UNDER LOCK.

       SAVE-PRODUCT-MASTER.
           OPEN I-O PRODUCT-MASTER-FILE.
           IF PROD-FILE-STATUS = "35"
               OPEN OUTPUT PRODUCT-MASTER-FILE
               CLOSE PRODUCT-MASTER-FILE
               OPEN I-O PRODUCT-MASTER-FILE.
           MOVE PRODUCT-CODE TO PROD-CODE.
           PERFORM LOCK-PRODUCT-RECORD THRU END-LKP.
           IF LOCK-FOUND-SW = "Y"
               COMPUTE PRODUCT-STOCK-QTY = PROD-STOCK-QTY +
                   PRODUCT-STOCK-QTY - PRODUCT-STOCK-LOADED.
           MOVE PRODUCT-STOCK-QTY TO PRODUCT-STOCK-LOADED.
           MOVE PRODUCT-CODE TO PROD-CODE.
           MOVE PRODUCT-DESC TO PROD-DESC.
           MOVE PRODUCT-PRICE TO PROD-PRICE.
           MOVE PRODUCT-STOCK-QTY TO PROD-STOCK-QTY.
           MOVE PRODUCT-REORDER-QTY TO PROD-REORDER-QTY.
           MOVE PRODUCT-UNIT-COST TO PROD-UNIT-COST.
           MOVE PRODUCT-SUPPLIER-CODE TO PROD-SUPPLIER-CODE.
           MOVE PRODUCT-PACK-SIZE TO PROD-PACK-SIZE.
           MOVE PRODUCT-BATCH-NO TO PROD-BATCH-NO.
           MOVE PRODUCT-USE-BY-YMD TO PROD-USE-BY-YMD.
           IF LOCK-FOUND-SW = "Y"
               REWRITE PRODUCT-MASTER-RECORD
           ELSE
               WRITE PRODUCT-MASTER-RECORD
                   INVALID KEY
                       REWRITE PRODUCT-MASTER-RECORD
               END-WRITE.
           CLOSE PRODUCT-MASTER-FILE.
       END-SPM.


       UPDATE-STOCK-ONE-LINE.
           MOVE GOODS-CODE(STK-LOOP-VARIABLE) TO PROD-CODE.
           PERFORM LOCK-PRODUCT-RECORD THRU END-LKP.
           IF LOCK-FOUND-SW NOT = "Y"
               GO TO END-USL.
           IF STK-DIRECTION = "I"
               ADD GOODS-QTY(STK-LOOP-VARIABLE) TO PROD-STOCK-QTY
           ELSE
           READ VAT-RATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VR-DESC TO VR-ENTRY-DESC
                   MOVE VR-PERCENT TO VR-ENTRY-PERCENT
           END-READ.
           MOVE "N" TO VR-DELETE-SW.
           DISPLAY VAT-RATE-MAINT-SCREEN.
           ACCEPT VAT-RATE-MAINT-SCREEN.
           MOVE VR-ENTRY-CODE TO VR-RATE-CODE.
           COMPUTE VR-EFF-YMD =
               (VRE-YEAR * 10000) + (VRE-MONTH * 100) + VRE-DAY.
           IF VR-DELETE-SW = "Y" OR VR-DELETE-SW = "y"
               DELETE VAT-RATE-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               DISPLAY VAT-RATE-REMOVED-SCREEN
           ELSE
               MOVE VR-ENTRY-DESC TO VR-DESC
               MOVE VR-ENTRY-PERCENT TO VR-PERCENT
               WRITE VAT-RATE-RECORD
                   INVALID KEY
                       REWRITE VAT-RATE-RECORD
               END-WRITE
               DISPLAY VAT-RATE-SAVED-SCREEN.
           CLOSE VAT-RATE-FILE.
           CALL X"83" USING ANY-KEY.
           DISPLAY BLANK-SCREEN.
           GO TO EVR-CODE-LOOP.

      *THE STANDARD RATE HELD IN STORE MAY JUST HAVE CHANGED.

       EVR-RELOAD.
           MOVE "S" TO VR-LOOK-CODE.
           COMPUTE VR-LOOK-YMD =
               (DATE-YEAR * 10000) + (DATE-MONTH * 100) + DATE-DAY.
           PERFORM LOOKUP-VAT-RATE THRU END-LVR.
           COMPUTE VAT-RATE = VR-LOOK-RATE / 100.
       END-EVR.
           DISPLAY BLANK-SCREEN.

      *BELOW-REORDER REPORT - ONE KEY-ORDER PASS OF THE PRODUCT
      *FILE.  A REORDER LEVEL OF ZERO MEANS THE LINE IS NOT STOCK
      *CONTROLLED AND IS NEVER LISTED.

       STOCK-REORDER-PRINT.
           COMPUTE STK-LOW-COUNT = 0.
           OPEN INPUT PRODUCT-MASTER-FILE.
           IF PROD-FILE-STATUS = "35"
               DISPLAY PRODUCT-NOTFOUND-SCREEN
               CALL X"83" USING ANY-KEY
               GO TO END-SRP.
           MOVE "PRINTER" TO PRINTER-DEVICE-NAME.
           OPEN OUTPUT PRINTER-FILE.
           DISPLAY PRINTING-SCREEN.
           INITIATE STOCK-REORDER-REPORT.
           MOVE SPACES TO PROD-CODE.
           START PRODUCT-MASTER-FILE KEY IS NOT LESS THAN PROD-CODE
               INVALID KEY
                   GO TO STOCK-REORDER-DONE.
       STOCK-REORDER-LOOP.
           READ PRODUCT-MASTER-FILE NEXT RECORD
               AT END
                   GO TO STOCK-REORDER-DONE
           END-READ.
           IF PROD-REORDER-QTY > 0 AND
              PROD-STOCK-QTY NOT > PROD-REORDER-QTY
               ADD 1 TO STK-LOW-COUNT
               MOVE PROD-CODE TO STK-LINE-CODE
               MOVE PROD-DESC TO STK-LINE-DESC
               MOVE PROD-STOCK-QTY TO STK-LINE-STOCK
               MOVE PROD-REORDER-QTY TO STK-LINE-REORDER
               COMPUTE STK-LINE-SHORT =
                   PROD-REORDER-QTY - PROD-STOCK-QTY
               MOVE PROD-SUPPLIER-CODE TO STK-LINE-SUPPLIER
               GENERATE STK-LINE-GROUP.
           GO TO STOCK-REORDER-LOOP.
       STOCK-REORDER-DONE.
           GENERATE STK-TOTAL-GROUP.
           TERMINATE STOCK-REORDER-REPORT.
           CLOSE PRINTER-FILE.
           CLOSE PRODUCT-MASTER-FILE.
           CALL X"83" USING ANY-KEY.
       END-SRP.
           DISPLAY BLANK-SCREEN.

      *PURCHASING - SUPPLIERS, PURCHASE ORDERS AND GOODS IN AGAINST
      *THEM, ON A MENU OF THEIR OWN OFF THE UTILITIES MENU.

       PURCHASING-MENU.
           DISPLAY BLANK-SCREEN.
       PURCHASING-MENU-LOOP.
           DISPLAY PURCHASING-OPTIONS-SCREEN.
           CALL X"83" USING MENU-OPTION.
           EVALUATE MENU-OPTION
               WHEN "1"
                   PERFORM EDIT-SUPPLIER-DATA THRU END-ESD
               WHEN "2"
                   PERFORM RAISE-PURCHASE-ORDER THRU END-RPO
               WHEN "3"
                   PERFORM REORDER-TO-PURCHASE THRU END-RTO
               WHEN "4"
                   PERFORM GOODS-RECEIVED THRU END-GRN
               WHEN "5"
                   PERFORM OUTSTANDING-PO-PRINT THRU END-OPR
               WHEN "6"
                   PERFORM REPRINT-PURCHASE-ORDER THRU END-RPP
               WHEN "0"
                   GO TO END-PUM
           END-EVALUATE.
           GO TO PURCHASING-MENU-LOOP.
       END-PUM.
           DISPLAY BLANK-SCREEN.

      *SUPPLIER FILE MAINTENANCE - AS FOR PRODUCTS, AN UNKNOWN CODE
      *COMES UP BLANK AND IS ADDED WHEN SAVED.

       EDIT-SUPPLIER-DATA.
           DISPLAY BLANK-SCREEN.
       EDIT-SUPPLIER-LOOP.
           MOVE SPACES TO SUPPLIER-CODE.
           DISPLAY SUPPLIER-CODE-SCREEN.
           ACCEPT SUPPLIER-CODE-SCREEN.
           IF SUPPLIER-CODE = SPACES
               GO TO END-ESD.
           PERFORM LOOKUP-SUPPLIER-MASTER THRU END-LSM.
           IF SUPP-FOUND-SW NOT = "Y"
               MOVE SPACES TO SUPPLIER-DATA.
           DISPLAY SUPPLIER-MAINT-SCREEN.
           ACCEPT SUPPLIER-MAINT-SCREEN.
           PERFORM SAVE-SUPPLIER-MASTER THRU END-SSM.
           DISPLAY BLANK-SCREEN.
           GO TO EDIT-SUPPLIER-LOOP.
       END-ESD.
           DISPLAY BLANK-SCREEN.

       LOOKUP-SUPPLIER-MASTER.
           MOVE SUPPLIER-CODE TO SUPP-CODE.
           OPEN INPUT SUPPLIER-MASTER-FILE.
           IF SUPP-FILE-STATUS = "35"
               MOVE "N" TO SUPP-FOUND-SW
               GO TO END-LSM.
           READ SUPPLIER-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO SUPP-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO SUPP-FOUND-SW
                   MOVE SUPP-NAME TO SUPPLIER-NAME
                   MOVE SUPP-ADDRESS1 TO SUPPLIER-ADDRESS1
                   MOVE SUPP-ADDRESS2 TO SUPPLIER-ADDRESS2
                   MOVE SUPP-ADDRESS3 TO SUPPLIER-ADDRESS3
                   MOVE SUPP-ADDRESS4 TO SUPPLIER-ADDRESS4
                   MOVE SUPP-TELEPHONE TO SUPPLIER-TELEPHONE
                   MOVE SUPP-CONTACT TO SUPPLIER-CONTACT
           END-READ.
           CLOSE SUPPLIER-MASTER-FILE.
       END-LSM.

       SAVE-SUPPLIER-MASTER.
           MOVE SUPPLIER-CODE TO SUPP-CODE.
           MOVE SUPPLIER-NAME TO SUPP-NAME.
           MOVE SUPPLIER-ADDRESS1 TO SUPP-ADDRESS1.
           MOVE SUPPLIER-ADDRESS2 TO SUPP-ADDRESS2.
           MOVE SUPPLIER-ADDRESS3 TO SUPP-ADDRESS3.
           MOVE SUPPLIER-ADDRESS4 TO SUPP-ADDRESS4.
           MOVE SUPPLIER-TELEPHONE TO SUPP-TELEPHONE.
           MOVE SUPPLIER-CONTACT TO SUPP-CONTACT.
           OPEN I-O SUPPLIER-MASTER-FILE.
           IF SUPP-FILE-STATUS = "35"
               OPEN OUTPUT SUPPLIER-MASTER-FILE
               CLOSE SUPPLIER-MASTER-FILE
               OPEN I-O SUPPLIER-MASTER-FILE.
           WRITE SUPPLIER-MASTER-RECORD
               INVALID KEY
                   REWRITE SUPPLIER-MASTER-RECORD
           END-WRITE.
           CLOSE SUPPLIER-MASTER-FILE.
       END-SSM.

      *RAISING AN ORDER BY HAND - SUPPLIER, DATE WANTED, THEN THE
      *PRODUCTS.  EACH LINE OFFERS THE REORDER SHORTFALL ROUNDED UP
      *TO WHOLE PACKS AND THE LAST COST PRICE; A QUANTITY OF ZERO
      *DROPS THE LINE AGAIN.  A BLANK PRODUCT ENDS THE ORDER.

       RAISE-PURCHASE-ORDER.
           DISPLAY BLANK-SCREEN.
           MOVE SPACES TO SUPPLIER-CODE.
           DISPLAY SUPPLIER-CODE-SCREEN.
           ACCEPT SUPPLIER-CODE-SCREEN.
           IF SUPPLIER-CODE = SPACES
               GO TO END-RPO.
           PERFORM LOOKUP-SUPPLIER-MASTER THRU END-LSM.
           IF SUPP-FOUND-SW NOT = "Y"
               DISPLAY SUPPLIER-NOTFOUND-SCREEN
               CALL X"83" USING ANY-KEY
               GO TO END-RPO.
           COMPUTE POE-DAY = 0.
           COMPUTE POE-MONTH = 0.
           COMPUTE POE-YEAR = 0.
           DISPLAY PO-DUE-SCREEN.
           ACCEPT PO-DUE-SCREEN.
           IF POE-MONTH < 1 OR POE-MONTH > 12
               COMPUTE POR-DUE-YMD = 0
           ELSE
               COMPUTE POR-DUE-YMD =
                   (POE-YEAR * 10000) + (POE-MONTH * 100) + POE-DAY.
           COMPUTE POL-COUNT = 0.
           DISPLAY BLANK-SCREEN.
       RAISE-PO-LINE-LOOP.
           IF POL-COUNT = PO-MAX-LINES
               DISPLAY PO-FULL-SCREEN
               CALL X"83" USING ANY-KEY
               GO TO RAISE-PO-CONFIRM.
           MOVE SPACES TO PRODUCT-CODE.
           DISPLAY PRODUCT-CODE-SCREEN.
           ACCEPT PRODUCT-CODE-SCREEN.
           IF PRODUCT-CODE = "?"
               PERFORM SEARCH-PRODUCT-BY-NAME THRU END-SPN
               MOVE SRCH-RESULT-CODE TO PRODUCT-CODE
               DISPLAY BLANK-SCREEN
               IF PRODUCT-CODE = SPACES
                   GO TO RAISE-PO-LINE-LOOP.
           IF PRODUCT-CODE = SPACES
               GO TO RAISE-PO-CONFIRM.
           PERFORM LOOKUP-PRODUCT-MASTER THRU END-LPM.
           IF PROD-FOUND-SW NOT = "Y"
               DISPLAY PRODUCT-NOTFOUND-SCREEN
               CALL X"83" USING ANY-KEY
               DISPLAY BLANK-SCREEN
               GO TO RAISE-PO-LINE-LOOP.
           ADD 1 TO POL-COUNT.
           MOVE PRODUCT-CODE TO POL-CODE(POL-COUNT).
           MOVE PRODUCT-DESC TO POL-DESC(POL-COUNT).
           COMPUTE RPO-NEED = PRODUCT-REORDER-QTY - PRODUCT-STOCK-QTY.
           MOVE PRODUCT-PACK-SIZE TO RPO-PACK.
           PERFORM ROUND-TO-PACK THRU END-RTP.
           MOVE RPO-ORDER-QTY TO POL-QTY(POL-COUNT).
           COMPUTE POL-RECEIVED(POL-COUNT) = 0.
           MOVE PRODUCT-UNIT-COST TO POL-COST(POL-COUNT).
           DISPLAY PO-LINE-SCREEN.
           ACCEPT PO-LINE-SCREEN.
           IF POL-QTY(POL-COUNT) = 0
               SUBTRACT 1 FROM POL-COUNT.
           DISPLAY BLANK-SCREEN.
           GO TO RAISE-PO-LINE-LOOP.
       RAISE-PO-CONFIRM.
           DISPLAY BLANK-SCREEN.
           IF POL-COUNT = 0
               DISPLAY PO-EMPTY-SCREEN
               CALL X"83" USING ANY-KEY
               GO TO END-RPO.
           DISPLAY PO-CONFIRM-SCREEN.
           CALL X"83" USING ANY-KEY.
           IF ANY-KEY NOT = "Y"
               GO TO END-RPO.
           PERFORM FILE-PURCHASE-ORDER THRU END-FPO.
           IF PO-FILED-SW NOT = "Y"
               GO TO END-RPO.
           DISPLAY BLANK-SCREEN.
           DISPLAY PO-DONE-SCREEN.
           CALL X"83" USING ANY-KEY.
       END-RPO.
           DISPLAY BLANK-SCREEN.

      *A SHORTFALL OF NOTHING OR LESS STILL ORDERS ONE PACK - THE
      *LINE WAS ASKED FOR.  A PACK SIZE OF ZERO MEANS SINGLES.

       ROUND-TO-PACK.
           IF RPO-NEED < 1
               COMPUTE RPO-NEED = 1.
           IF RPO-PACK = 0
               COMPUTE RPO-PACK = 1.
           COMPUTE RPO-PACKS = (RPO-NEED + RPO-PACK - 1) / RPO-PACK.
           COMPUTE RPO-ORDER-QTY = RPO-PACKS * RPO-PACK
               ON SIZE ERROR
                   COMPUTE RPO-ORDER-QTY = 99999
           END-COMPUTE.
       END-RTP.

      *FILING AN ORDER TAKES THE NEXT NUMBER IN THE PURCHASE SERIES
      *ONLY NOW AND WRITES THE ORDER AWAY; ONLY AN ORDER THAT IS ON
      *FILE (PO-FILED-SW) IS PRINTED FOR THE SUPPLIER AND LOGGED, SO
      *GOODS SENT AGAINST IT CAN ALWAYS BE BOOKED IN.  SUPPLIER-DATA,
      *THE DATE WANTED AND THE POL- LINES MUST ALREADY BE SET UP.

       FILE-PURCHASE-ORDER.
           PERFORM TAKE-PURCHASE-NUMBER THRU END-TPN.
           MOVE CURRENT-PURCHASE TO POR-NUMBER.
           MOVE STRINGED-DATE TO POR-DATE.
           MOVE "O" TO POR-STATUS.
           PERFORM WRITE-PURCHASE-ORDER THRU END-WPO.
           IF PO-FILED-SW NOT = "Y"
               GO TO END-FPO.
           PERFORM PRINT-PURCHASE-ORDER THRU END-PPO.
           MOVE "PO RAISED" TO LOG-ACTION.
           MOVE POR-NUMBER TO LOG-REFERENCE.
           MOVE POR-VALUE TO LOG-AMOUNT.
           PERFORM WRITE-ACTIVITY-LOG THRU END-WAL.
       END-FPO.

      *CURRENT-INVOICE IS ONLY BORROWED SO A DISK COPY IS NAMED FOR
      *THE ORDER NUMBER, AS THE QUOTATION PRINT DOES.

       PRINT-PURCHASE-ORDER.
           PERFORM FORMAT-PO-DUE-DATE THRU END-FPD.
           MOVE CURRENT-INVOICE TO SAVED-CURRENT-INVOICE.
           MOVE POR-NUMBER TO CURRENT-INVOICE.
           MOVE "PUR" TO PRN-PREFIX.
           PERFORM SELECT-PRINT-DESTINATION.
           MOVE "INV" TO PRN-PREFIX.
           MOVE SAVED-CURRENT-INVOICE TO CURRENT-INVOICE.
           OPEN OUTPUT PRINTER-FILE.
           DISPLAY PRINTING-SCREEN.
           INITIATE PURCHASE-ORDER-REPORT.
           GENERATE PO-HEAD-GROUP.
           COMPUTE POR-VALUE = 0.
           COMPUTE POL-SUB = 0.
       PRINT-PO-LINE-LOOP.
           ADD 1 TO POL-SUB.
           IF POL-SUB > POL-COUNT
               GO TO PRINT-PO-LINES-DONE.
           COMPUTE POR-LINE-VALUE =
               POL-QTY(POL-SUB) * POL-COST(POL-SUB).
           ADD POR-LINE-VALUE TO POR-VALUE.
           GENERATE PO-LINE-GROUP.
           GO TO PRINT-PO-LINE-LOOP.
       PRINT-PO-LINES-DONE.
           GENERATE PO-TOTAL-GROUP.
           TERMINATE PURCHASE-ORDER-REPORT.
           CLOSE PRINTER-FILE.
           CALL X"83" USING ANY-KEY.
       END-PPO.

       FORMAT-PO-DUE-DATE.
           MOVE SPACES TO POR-DUE-SHOW.
           IF POR-DUE-YMD = 0
               GO TO END-FPD.
           MOVE POR-DUE-YMD TO POR-YMD-WORK.
           STRING POR-YMD-DAY "/" POR-YMD-MONTH "/" POR-YMD-YEAR
               DELIMITED BY SIZE
               INTO POR-DUE-SHOW.
       END-FPD.

      *A HEADER ALREADY ON FILE UNDER THE NEW NUMBER MEANS PURCHNO.DAT
      *HAS FALLEN BEHIND THE ORDERS; THE ORDER ON FILE IS LEFT AS IT
      *IS AND NOTHING IS FILED.

       WRITE-PURCHASE-ORDER.
           MOVE "N" TO PO-FILED-SW.
           PERFORM OPEN-PURCHASE-ORDERS THRU END-OPO.
           IF PO-FILE-STATUS NOT = "00"
               CALL X"83" USING ANY-KEY
               GO TO END-WPO.
           MOVE POR-NUMBER TO PO-NUMBER.
           COMPUTE PO-LINE-NO = 0.
           MOVE "H" TO PO-RECORD-TYPE.
           MOVE POR-STATUS TO PO-STATUS.
           MOVE SUPPLIER-CODE TO PO-SUPP-CODE.
           MOVE POR-DATE TO PO-DATE.
           COMPUTE PO-DATE-YMD =
               (DATE-YEAR * 10000) + (DATE-MONTH * 100) + DATE-DAY.
           MOVE POR-DUE-YMD TO PO-DUE-YMD.
           MOVE SPACES TO PO-PROD-CODE.
           MOVE SPACES TO PO-PROD-DESC.
           COMPUTE PO-QTY-ORDERED = 0.
           COMPUTE PO-QTY-RECEIVED = 0.
           COMPUTE PO-UNIT-COST = 0.
           MOVE OPERATOR-ID TO PO-OPERATOR.
           WRITE PURCHASE-ORDER-RECORD
               INVALID KEY
                   MOVE PO-FILE-STATUS TO LOCK-FILE-STATUS
                   CLOSE PURCHASE-ORDER-FILE
                   DISPLAY FILE-ERROR-SCREEN
                   CALL X"83" USING ANY-KEY
                   GO TO END-WPO
           END-WRITE.
           IF PO-FILE-STATUS NOT = "00"
               MOVE PO-FILE-STATUS TO LOCK-FILE-STATUS
               CLOSE PURCHASE-ORDER-FILE
               DISPLAY FILE-ERROR-SCREEN
               CALL X"83" USING ANY-KEY
               GO TO END-WPO.
           MOVE "Y" TO PO-FILED-SW.
           COMPUTE POL-SUB = 0.
       WRITE-PO-LINE-LOOP.
           ADD 1 TO POL-SUB.
           IF POL-SUB > POL-COUNT
               GO TO WRITE-PO-DONE.
           COMPUTE PO-LINE-NO = POL-SUB.
           MOVE "D" TO PO-RECORD-TYPE.
           MOVE POL-CODE(POL-SUB) TO PO-PROD-CODE.
           MOVE POL-DESC(POL-SUB) TO PO-PROD-DESC.
           MOVE POL-QTY(POL-SUB) TO PO-QTY-ORDERED.
           MOVE POL-RECEIVED(POL-SUB) TO PO-QTY-RECEIVED.
           MOVE POL-COST(POL-SUB) TO PO-UNIT-COST.
           WRITE PURCHASE-ORDER-RECORD
               INVALID KEY
                   REWRITE PURCHASE-ORDER-RECORD
           END-WRITE.
           GO TO WRITE-PO-LINE-LOOP.
       WRITE-PO-DONE.
           CLOSE PURCHASE-ORDER-FILE.
       END-WPO.

      *PURCHORD.DAT IS SHARED WITH THE OTHER TERMINAL.  THE OPEN IS
      *RETRIED WHILE THE FILE IS IN USE; ANY OTHER FAILURE IS SHOWN
      *AND COMES BACK IN PO-FILE-STATUS WITH THE FILE CLOSED, AND THE
      *CALLER LEAVES WITHOUT TOUCHING THE ORDER.

       OPEN-PURCHASE-ORDERS.
           COMPUTE LOCK-TRIES = 0.
       OPEN-PURCHASE-ORDERS-TRY.
           OPEN I-O PURCHASE-ORDER-FILE.
           IF PO-FILE-STATUS = "35"
               OPEN OUTPUT PURCHASE-ORDER-FILE
               CLOSE PURCHASE-ORDER-FILE
               OPEN I-O PURCHASE-ORDER-FILE.
           MOVE PO-FILE-STATUS TO LOCK-FILE-STATUS.
           PERFORM LOCK-WAIT THRU END-LKW.
           IF LOCK-BUSY-SW = "Y"
               GO TO OPEN-PURCHASE-ORDERS-TRY.
           IF PO-FILE-STATUS NOT = "00"
               DISPLAY FILE-ERROR-SCREEN.
       END-OPO.

      *ONE ORDER RECORD READ WITH LOCK, AS LOCK-PRODUCT-RECORD.  THE
      *CALLER HAS THE FILE OPEN I-O AND PO-KEY SET UP.

       LOCK-PO-RECORD.
           COMPUTE LOCK-TRIES = 0.
       LOCK-PO-READ.
           MOVE "N" TO LOCK-FOUND-SW.
           READ PURCHASE-ORDER-FILE WITH LOCK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO LOCK-FOUND-SW
           END-READ.
           MOVE PO-FILE-STATUS TO LOCK-FILE-STATUS.
           PERFORM LOCK-WAIT THRU END-LKW.
           IF LOCK-BUSY-SW = "Y"
               GO TO LOCK-PO-READ.
       END-LKO.

      *READS ORDER POR-NUMBER BACK INTO THE POL- TABLE.  THE LINES
      *FOLLOW THEIR HEADER IN KEY ORDER, SO A READ NEXT PICKS THEM
      *UP UNTIL THE ORDER NUMBER CHANGES.

       LOAD-PURCHASE-ORDER.
           MOVE "N" TO PO-FOUND-SW.
           COMPUTE POL-COUNT = 0.
           OPEN INPUT PURCHASE-ORDER-FILE.
           IF PO-FILE-STATUS NOT = "00"
               GO TO END-LPO.
           MOVE POR-NUMBER TO PO-NUMBER.
           COMPUTE PO-LINE-NO = 0.
           READ PURCHASE-ORDER-FILE
               INVALID KEY
                   GO TO LOAD-PO-DONE
           END-READ.
           MOVE "Y" TO PO-FOUND-SW.
           MOVE PO-STATUS TO POR-STATUS.
           MOVE PO-DATE TO POR-DATE.
           MOVE PO-DUE-YMD TO POR-DUE-YMD.
           MOVE PO-SUPP-CODE TO SUPPLIER-CODE.
       LOAD-PO-LINE-LOOP.
           READ PURCHASE-ORDER-FILE NEXT RECORD
               AT END
                   GO TO LOAD-PO-DONE
           END-READ.
           IF PO-NUMBER NOT = POR-NUMBER OR POL-COUNT = PO-MAX-LINES
               GO TO LOAD-PO-DONE.
           ADD 1 TO POL-COUNT.
           MOVE PO-PROD-CODE TO POL-CODE(POL-COUNT).
           MOVE PO-PROD-DESC TO POL-DESC(POL-COUNT).
           MOVE PO-QTY-ORDERED TO POL-QTY(POL-COUNT).
           MOVE PO-QTY-RECEIVED TO POL-RECEIVED(POL-COUNT).
           MOVE PO-UNIT-COST TO POL-COST(POL-COUNT).
           GO TO LOAD-PO-LINE-LOOP.
       LOAD-PO-DONE.
           CLOSE PURCHASE-ORDER-FILE.
       END-LPO.

       REPRINT-PURCHASE-ORDER.
           DISPLAY BLANK-SCREEN.
           COMPUTE POR-NUMBER = 0.
           DISPLAY PO-LOOKUP-SCREEN.
           ACCEPT PO-LOOKUP-SCREEN.
           IF POR-NUMBER = 0
               GO TO END-RPP.
           PERFORM LOAD-PURCHASE-ORDER THRU END-LPO.
           IF PO-FOUND-SW NOT = "Y"
               DISPLAY PO-NOTFOUND-SCREEN
               CALL X"83" USING ANY-KEY
               GO TO END-RPP.
           PERFORM LOOKUP-SUPPLIER-MASTER THRU END-LSM.
           IF SUPP-FOUND-SW NOT = "Y"
               MOVE SPACES TO SUPPLIER-DATA.
           DISPLAY BLANK-SCREEN.
           PERFORM PRINT-PURCHASE-ORDER THRU END-PPO.
       END-RPP.
           DISPLAY BLANK-SCREEN.

      *GOODS RECEIVED - EACH LINE STILL TO COME IS OFFERED WITH THE
      *BALANCE AND THE PRICE ON THE ORDER.  WHAT ARRIVED GOES INTO
      *STOCK AND THE PRICE PAID BECOMES THE PRODUCT'S UNIT COST.  A
      *SHORT DELIVERY LEAVES THE LINE, AND SO THE ORDER, OPEN FOR THE
      *REST; ZERO MEANS NONE OF THAT LINE CAME.  THE OTHER TERMINAL
      *MAY BE BOOKING IN AGAINST THE SAME ORDER, SO EACH LINE IS ADDED
      *TO WHAT IS ON FILE, AND WHETHER THE ORDER IS FINISHED IS TAKEN
      *FROM THE FILE AT THE END, NOT FROM THE LINES AS LOADED.

       GOODS-RECEIVED.
           DISPLAY BLANK-SCREEN.
           COMPUTE POR-NUMBER = 0.
           DISPLAY PO-LOOKUP-SCREEN.
           ACCEPT PO-LOOKUP-SCREEN.
           IF POR-NUMBER = 0
               GO TO END-GRN.
           PERFORM LOAD-PURCHASE-ORDER THRU END-LPO.
           IF PO-FOUND-SW NOT = "Y"
               DISPLAY PO-NOTFOUND-SCREEN
               CALL X"83" USING ANY-KEY
               GO TO END-GRN.
           IF POR-STATUS = "C"
               DISPLAY PO-CLOSED-SCREEN
               CALL X"83" USING ANY-KEY
               GO TO END-GRN.
           PERFORM LOOKUP-SUPPLIER-MASTER THRU END-LSM.
           COMPUTE GRN-LINES = 0.
           COMPUTE GRN-VALUE = 0.
           COMPUTE POL-SUB = 0.
           DISPLAY BLANK-SCREEN.
       GOODS-RECEIVED-LOOP.
           ADD 1 TO POL-SUB.
           IF POL-SUB > POL-COUNT
               GO TO GOODS-RECEIVED-DONE.
           IF POL-RECEIVED(POL-SUB) NOT < POL-QTY(POL-SUB)
               GO TO GOODS-RECEIVED-LOOP.
           COMPUTE GRN-OUTSTANDING =
               POL-QTY(POL-SUB) - POL-RECEIVED(POL-SUB).
           MOVE GRN-OUTSTANDING TO GRN-QTY.
           MOVE POL-COST(POL-SUB) TO GRN-COST.
           MOVE SPACES TO GRN-BATCH-NO.
           MOVE ZEROS TO UBE-DATE.
           DISPLAY GRN-LINE-SCREEN.
           ACCEPT GRN-LINE-SCREEN.
           MOVE UBE-DATE TO UBY-DMY.
           PERFORM USE-BY-TO-YMD.
           MOVE UBY-YMD TO GRN-USE-BY-YMD.
           IF GRN-QTY = 0
               GO TO GOODS-RECEIVED-LOOP.
           PERFORM BOOK-IN-PO-LINE THRU END-BIL.
           IF PO-FILE-STATUS NOT = "00"
               CALL X"83" USING ANY-KEY
               GO TO GOODS-RECEIVED-DONE.
           IF GRN-BOOKED-SW NOT = "Y"
               GO TO GOODS-RECEIVED-LOOP.
           ADD 1 TO GRN-LINES.
           COMPUTE GRN-VALUE = GRN-VALUE + (GRN-QTY * GRN-COST).
           GO TO GOODS-RECEIVED-LOOP.
       GOODS-RECEIVED-DONE.
           DISPLAY BLANK-SCREEN.
           IF GRN-LINES = 0
               GO TO END-GRN.
           PERFORM CLOSE-PURCHASE-ORDER THRU END-CPO.
           MOVE "GOODS IN" TO LOG-ACTION.
           MOVE POR-NUMBER TO LOG-REFERENCE.
           MOVE GRN-VALUE TO LOG-AMOUNT.
           PERFORM WRITE-ACTIVITY-LOG THRU END-WAL.
           DISPLAY GRN-DONE-SCREEN.
           CALL X"83" USING ANY-KEY.
       END-GRN.
           DISPLAY BLANK-SCREEN.

      *ONE DELIVERED LINE - THE RUNNING RECEIVED FIGURE ON THE ORDER
      *LINE, THEN STOCK AND COST ON THE PRODUCT.  THE ORDER LINE IS
      *LOCKED AND GRN-QTY ADDED TO WHAT IS ON IT, AND ONLY A DELIVERY
      *THAT REACHED THE ORDER (GRN-BOOKED-SW) GOES INTO STOCK.  A
      *BATCH KEYED AGAINST THE DELIVERY BECOMES THE PRODUCT'S CURRENT
      *BATCH.  A PRODUCT SINCE TAKEN OFF FILE IS NOT PUT BACK BY A
      *DELIVERY.

       BOOK-IN-PO-LINE.
           MOVE "N" TO GRN-BOOKED-SW.
           PERFORM OPEN-PURCHASE-ORDERS THRU END-OPO.
           IF PO-FILE-STATUS NOT = "00"
               GO TO END-BIL.
           MOVE POR-NUMBER TO PO-NUMBER.
           COMPUTE PO-LINE-NO = POL-SUB.
           PERFORM LOCK-PO-RECORD THRU END-LKO.
           IF LOCK-FOUND-SW NOT = "Y"
               GO TO BOOK-IN-PO-DONE.
           ADD GRN-QTY TO PO-QTY-RECEIVED
               ON SIZE ERROR
                   COMPUTE PO-QTY-RECEIVED = 99999
           END-ADD.
           MOVE PO-QTY-RECEIVED TO POL-RECEIVED(POL-SUB).
           IF PO-QTY-RECEIVED NOT < PO-QTY-ORDERED
               MOVE "C" TO PO-STATUS.
           REWRITE PURCHASE-ORDER-RECORD.
           IF PO-FILE-STATUS NOT = "00"
               MOVE PO-FILE-STATUS TO LOCK-FILE-STATUS
               CLOSE PURCHASE-ORDER-FILE
               DISPLAY FILE-ERROR-SCREEN
               MOVE LOCK-FILE-STATUS TO PO-FILE-STATUS
               GO TO END-BIL.
           MOVE "Y" TO GRN-BOOKED-SW.
       BOOK-IN-PO-DONE.
           CLOSE PURCHASE-ORDER-FILE.
           IF GRN-BOOKED-SW NOT = "Y"
               GO TO END-BIL.
           MOVE POL-CODE(POL-SUB) TO PRODUCT-CODE.
           PERFORM LOOKUP-PRODUCT-MASTER THRU END-LPM.
           IF PROD-FOUND-SW = "Y"
               ADD GRN-QTY TO PRODUCT-STOCK-QTY
               MOVE GRN-COST TO PRODUCT-UNIT-COST
               IF GRN-BATCH-NO NOT = SPACES
                   MOVE GRN-BATCH-NO TO PRODUCT-BATCH-NO
                   MOVE GRN-USE-BY-YMD TO PRODUCT-USE-BY-YMD
               END-IF
               PERFORM SAVE-PRODUCT-MASTER THRU END-SPM.
       END-BIL.

      *THE ORDER IS CLOSED ONLY WHEN EVERY LINE ON FILE HAS HAD ALL
      *IT ORDERED - WHICHEVER TERMINAL BOOKS IN THE LAST OF IT FINDS
      *THE OTHER'S LINES ALREADY REWRITTEN.  EACH LINE IS READ BY
      *KEY SO A LINE THE OTHER TERMINAL HAS LOCKED IS WAITED FOR.

       CLOSE-PURCHASE-ORDER.
           PERFORM OPEN-PURCHASE-ORDERS THRU END-OPO.
           IF PO-FILE-STATUS NOT = "00"
               CALL X"83" USING ANY-KEY
               GO TO END-CPO.
           MOVE "N" TO POR-OPEN-SW.
           COMPUTE POL-SUB = 0.
       CLOSE-PO-LINE-LOOP.
           ADD 1 TO POL-SUB.
           IF POL-SUB > PO-MAX-LINES
               GO TO CLOSE-PO-HEADER.
           COMPUTE LOCK-TRIES = 0.
       CLOSE-PO-LINE-READ.
           MOVE POR-NUMBER TO PO-NUMBER.
           COMPUTE PO-LINE-NO = POL-SUB.
           READ PURCHASE-ORDER-FILE
               INVALID KEY
                   GO TO CLOSE-PO-HEADER
           END-READ.
           MOVE PO-FILE-STATUS TO LOCK-FILE-STATUS.
           PERFORM LOCK-WAIT THRU END-LKW.
           IF LOCK-BUSY-SW = "Y"
               GO TO CLOSE-PO-LINE-READ.
           IF PO-QTY-RECEIVED < PO-QTY-ORDERED
               MOVE "Y" TO POR-OPEN-SW
               GO TO CLOSE-PO-DONE.
           GO TO CLOSE-PO-LINE-LOOP.
       CLOSE-PO-HEADER.
           MOVE POR-NUMBER TO PO-NUMBER.
           COMPUTE PO-LINE-NO = 0.
           PERFORM LOCK-PO-RECORD THRU END-LKO.
           IF LOCK-FOUND-SW NOT = "Y"
               GO TO CLOSE-PO-DONE.
           MOVE "C" TO PO-STATUS.
           REWRITE PURCHASE-ORDER-RECORD.
           IF PO-FILE-STATUS NOT = "00"
               MOVE PO-FILE-STATUS TO LOCK-FILE-STATUS
               DISPLAY FILE-ERROR-SCREEN
               CALL X"83" USING ANY-KEY.
       CLOSE-PO-DONE.
           CLOSE PURCHASE-ORDER-FILE.
       END-CPO.

      *ORDERS FROM THE REORDER SHORTFALLS - EVERY PRODUCT AT OR
      *BELOW ITS REORDER LEVEL, LESS WHAT IS ALREADY ON ORDER, IS
      *ROUNDED UP TO PACKS AND GATHERED UNDER ITS PREFERRED SUPPLIER;
      *ONE ORDER IS RAISED PER SUPPLIER (TWENTY LINES TO AN ORDER).
      *A PRODUCT WITH NO SUPPLIER, OR ONE NOT ON FILE, IS COUNTED
      *AND LEFT FOR ORDERING BY HAND.

       REORDER-TO-PURCHASE.
           DISPLAY BLANK-SCREEN.
           DISPLAY RPO-CONFIRM-SCREEN.
           CALL X"83" USING ANY-KEY.
           IF ANY-KEY NOT = "Y"
               GO TO END-RTO.
           DISPLAY BLANK-SCREEN.
           COMPUTE RPO-COUNT = 0.
           COMPUTE RPO-RAISED-COUNT = 0.
           COMPUTE RPO-NOSUPP-COUNT = 0.
           PERFORM LOAD-ON-ORDER THRU END-LOO.
           OPEN INPUT PRODUCT-MASTER-FILE.
           IF PROD-FILE-STATUS NOT = "00"
               DISPLAY PRODUCT-NOTFOUND-SCREEN
               CALL X"83" USING ANY-KEY
               GO TO END-RTO.
           MOVE SPACES TO PROD-CODE.
           START PRODUCT-MASTER-FILE KEY IS NOT LESS THAN PROD-CODE
               INVALID KEY
                   GO TO REORDER-PO-SCAN-DONE.
       REORDER-PO-SCAN-LOOP.
           READ PRODUCT-MASTER-FILE NEXT RECORD
               AT END
                   GO TO REORDER-PO-SCAN-DONE
           END-READ.
           IF PROD-REORDER-QTY = 0 OR
              PROD-STOCK-QTY > PROD-REORDER-QTY
               GO TO REORDER-PO-SCAN-LOOP.
           PERFORM FIND-ON-ORDER THRU END-FOO.
           COMPUTE RPO-NEED =
               PROD-REORDER-QTY - PROD-STOCK-QTY - RPO-ON-ORDER.
           IF RPO-NEED < 0
               GO TO REORDER-PO-SCAN-LOOP.
           IF RPO-NEED = 0 AND RPO-ON-ORDER > 0
               GO TO REORDER-PO-SCAN-LOOP.
           IF PROD-SUPPLIER-CODE = SPACES
               ADD 1 TO RPO-NOSUPP-COUNT
               GO TO REORDER-PO-SCAN-LOOP.
           MOVE PROD-SUPPLIER-CODE TO SUPPLIER-CODE.
           PERFORM LOOKUP-SUPPLIER-MASTER THRU END-LSM.
           IF SUPP-FOUND-SW NOT = "Y"
               ADD 1 TO RPO-NOSUPP-COUNT
               GO TO REORDER-PO-SCAN-LOOP.
           IF RPO-COUNT = 500
               GO TO REORDER-PO-SCAN-LOOP.
           MOVE PROD-PACK-SIZE TO RPO-PACK.
           PERFORM ROUND-TO-PACK THRU END-RTP.
           ADD 1 TO RPO-COUNT.
           MOVE PROD-SUPPLIER-CODE TO RPO-SUPP(RPO-COUNT).
           MOVE PROD-CODE TO RPO-CODE(RPO-COUNT).
           MOVE PROD-DESC TO RPO-DESC(RPO-COUNT).
           MOVE RPO-ORDER-QTY TO RPO-QTY(RPO-COUNT).
           MOVE PROD-UNIT-COST TO RPO-COST(RPO-COUNT).
           MOVE "N" TO RPO-DONE-SW(RPO-COUNT).
           GO TO REORDER-PO-SCAN-LOOP.
       REORDER-PO-SCAN-DONE.
           CLOSE PRODUCT-MASTER-FILE.
           COMPUTE RPO-SUB = 0.
       REORDER-PO-SUPP-LOOP.
           ADD 1 TO RPO-SUB.
           IF RPO-SUB > RPO-COUNT
               GO TO REORDER-PO-DONE.
           IF RPO-DONE-SW(RPO-SUB) = "Y"
               GO TO REORDER-PO-SUPP-LOOP.
           MOVE RPO-SUPP(RPO-SUB) TO RPO-THIS-SUPP.
           MOVE RPO-THIS-SUPP TO SUPPLIER-CODE.
           PERFORM LOOKUP-SUPPLIER-MASTER THRU END-LSM.
           COMPUTE POR-DUE-YMD = 0.
           COMPUTE POL-COUNT = 0.
           COMPUTE RPO-SUB2 = RPO-SUB - 1.
       REORDER-PO-GATHER-LOOP.
           ADD 1 TO RPO-SUB2.
           IF RPO-SUB2 > RPO-COUNT OR POL-COUNT = PO-MAX-LINES
               GO TO REORDER-PO-FILE.
           IF RPO-DONE-SW(RPO-SUB2) = "Y" OR
              RPO-SUPP(RPO-SUB2) NOT = RPO-THIS-SUPP
               GO TO REORDER-PO-GATHER-LOOP.
           ADD 1 TO POL-COUNT.
           MOVE RPO-CODE(RPO-SUB2) TO POL-CODE(POL-COUNT).
           MOVE RPO-DESC(RPO-SUB2) TO POL-DESC(POL-COUNT).
           MOVE RPO-QTY(RPO-SUB2) TO POL-QTY(POL-COUNT).
           COMPUTE POL-RECEIVED(POL-COUNT) = 0.
           MOVE RPO-COST(RPO-SUB2) TO POL-COST(POL-COUNT).
           MOVE "Y" TO RPO-DONE-SW(RPO-SUB2).
           GO TO REORDER-PO-GATHER-LOOP.
       REORDER-PO-FILE.
           PERFORM FILE-PURCHASE-ORDER THRU END-FPO.
           IF PO-FILED-SW = "Y"
               ADD 1 TO RPO-RAISED-COUNT.
           DISPLAY BLANK-SCREEN.
           GO TO REORDER-PO-SUPP-LOOP.
       REORDER-PO-DONE.
           DISPLAY RPO-DONE-SCREEN.
           CALL X"83" USING ANY-KEY.
       END-RTO.
           DISPLAY BLANK-SCREEN.

      *WHAT IS STILL TO COME ON OPEN ORDER LINES, BY PRODUCT, SO A
      *SHORTFALL ALREADY ORDERED IS NOT ORDERED TWICE.

       LOAD-ON-ORDER.
           COMPUTE OPO-COUNT = 0.
           OPEN INPUT PURCHASE-ORDER-FILE.
           IF PO-FILE-STATUS NOT = "00"
               GO TO END-LOO.
           COMPUTE PO-NUMBER = 0.
           COMPUTE PO-LINE-NO = 0.
           START PURCHASE-ORDER-FILE KEY IS NOT LESS THAN PO-KEY
               INVALID KEY
                   GO TO LOAD-ON-ORDER-DONE.
       LOAD-ON-ORDER-LOOP.
           READ PURCHASE-ORDER-FILE NEXT RECORD
               AT END
                   GO TO LOAD-ON-ORDER-DONE
           END-READ.
           IF PO-RECORD-TYPE NOT = "D" OR PO-STATUS NOT = "O"
               GO TO LOAD-ON-ORDER-LOOP.
           IF PO-QTY-RECEIVED NOT < PO-QTY-ORDERED
               GO TO LOAD-ON-ORDER-LOOP.
           COMPUTE OPO-SUB = 0.
       LOAD-ON-ORDER-FIND.
           ADD 1 TO OPO-SUB.
           IF OPO-SUB > OPO-COUNT
               GO TO LOAD-ON-ORDER-NEW.
           IF OPO-CODE(OPO-SUB) = PO-PROD-CODE
               GO TO LOAD-ON-ORDER-ADD.
           GO TO LOAD-ON-ORDER-FIND.
       LOAD-ON-ORDER-NEW.
           IF OPO-COUNT = 500
               GO TO LOAD-ON-ORDER-LOOP.
           ADD 1 TO OPO-COUNT.
           MOVE OPO-COUNT TO OPO-SUB.
           MOVE PO-PROD-CODE TO OPO-CODE(OPO-SUB).
           COMPUTE OPO-QTY(OPO-SUB) = 0.
       LOAD-ON-ORDER-ADD.
           COMPUTE OPO-QTY(OPO-SUB) = OPO-QTY(OPO-SUB) +
               PO-QTY-ORDERED - PO-QTY-RECEIVED.
           GO TO LOAD-ON-ORDER-LOOP.
       LOAD-ON-ORDER-DONE.
           CLOSE PURCHASE-ORDER-FILE.
       END-LOO.

       FIND-ON-ORDER.
           COMPUTE RPO-ON-ORDER = 0.
           COMPUTE OPO-SUB = 0.
       FIND-ON-ORDER-LOOP.
           ADD 1 TO OPO-SUB.
           IF OPO-SUB > OPO-COUNT
               GO TO END-FOO.
           IF OPO-CODE(OPO-SUB) = PROD-CODE
               MOVE OPO-QTY(OPO-SUB) TO RPO-ON-ORDER
               GO TO END-FOO.
           GO TO FIND-ON-ORDER-LOOP.
       END-FOO.

      *OUTSTANDING PURCHASE ORDERS - ONE PASS OF THE ORDER FILE.  AN
      *OPEN HEADER STARTS A BLOCK AND ITS OPEN LINES FOLLOW IT; A
      *CLOSED ORDER AND ANY LINE ALREADY IN IN FULL ARE PASSED OVER.

       OUTSTANDING-PO-PRINT.
           COMPUTE OPR-COUNT = 0.
           COMPUTE OPR-VALUE-TOTAL = 0.
           MOVE "N" TO OPR-ACTIVE-SW.
           COMPUTE OPR-TODAY-YMD =
               (DATE-YEAR * 10000) + (DATE-MONTH * 100) + DATE-DAY.
           OPEN INPUT PURCHASE-ORDER-FILE.
           IF PO-FILE-STATUS NOT = "00"
               DISPLAY PO-NOTFOUND-SCREEN
               CALL X"83" USING ANY-KEY
               GO TO END-OPR.
           MOVE "PRINTER" TO PRINTER-DEVICE-NAME.
           OPEN OUTPUT PRINTER-FILE.
           DISPLAY PRINTING-SCREEN.
           INITIATE OUTSTANDING-PO-REPORT.
           COMPUTE PO-NUMBER = 0.
           COMPUTE PO-LINE-NO = 0.
           START PURCHASE-ORDER-FILE KEY IS NOT LESS THAN PO-KEY
               INVALID KEY
                   GO TO OUTSTANDING-PO-DONE.
       OUTSTANDING-PO-LOOP.
           READ PURCHASE-ORDER-FILE NEXT RECORD
               AT END
                   GO TO OUTSTANDING-PO-DONE
           END-READ.
           IF PO-RECORD-TYPE = "H"
               PERFORM OUTSTANDING-PO-HEADER THRU END-OPH
               GO TO OUTSTANDING-PO-LOOP.
           IF OPR-ACTIVE-SW NOT = "Y" OR PO-STATUS NOT = "O"
               GO TO OUTSTANDING-PO-LOOP.
           IF PO-QTY-RECEIVED NOT < PO-QTY-ORDERED
               GO TO OUTSTANDING-PO-LOOP.
           COMPUTE OPR-LINE-OUT = PO-QTY-ORDERED - PO-QTY-RECEIVED.
           COMPUTE OPR-LINE-VALUE = OPR-LINE-OUT * PO-UNIT-COST.
           ADD OPR-LINE-VALUE TO OPR-VALUE-TOTAL.
           GENERATE OPR-LINE-GROUP.
           GO TO OUTSTANDING-PO-LOOP.
       OUTSTANDING-PO-DONE.
           GENERATE OPR-TOTAL-GROUP.
           TERMINATE OUTSTANDING-PO-REPORT.
           CLOSE PRINTER-FILE.
           CLOSE PURCHASE-ORDER-FILE.
           CALL X"83" USING ANY-KEY.
       END-OPR.
           DISPLAY BLANK-SCREEN.

       OUTSTANDING-PO-HEADER.
           MOVE "N" TO OPR-ACTIVE-SW.
           IF PO-STATUS NOT = "O"
               GO TO END-OPH.
           MOVE "Y" TO OPR-ACTIVE-SW.
           ADD 1 TO OPR-COUNT.
           MOVE PO-NUMBER TO POR-NUMBER.
           MOVE PO-DATE TO POR-DATE.
           MOVE PO-DUE-YMD TO POR-DUE-YMD.
           PERFORM FORMAT-PO-DUE-DATE THRU END-FPD.
           MOVE SPACES TO OPR-LATE.
           IF POR-DUE-YMD > 0 AND POR-DUE-YMD < OPR-TODAY-YMD
               MOVE "LATE" TO OPR-LATE.
           MOVE PO-SUPP-CODE TO SUPPLIER-CODE.
           PERFORM LOOKUP-SUPPLIER-MASTER THRU END-LSM.
           IF SUPP-FOUND-SW NOT = "Y"
               MOVE SPACES TO SUPPLIER-NAME.
           GENERATE OPR-HEAD-GROUP.
       END-OPH.

      *BATCH RECALL TRACE - ONE PASS OF THE LIVE HISTORY AND, WHEN A
      *YEAR IS KEYED, ONE OF THAT YEAR'S ARCHIVE.  EACH HEADER IS
      *REMEMBERED AS IT GOES BY; A LINE FOR THE PRODUCT AND BATCH
      *ASKED FOR PRINTS WITH THE CUSTOMER DETAILS OF ITS DOCUMENT.
      *A PRODUCT CODE OF "?" SEARCHES BY DESCRIPTION AND COMES BACK
      *TO THE ENTRY SCREEN WITH THE CODE FILLED IN.

       RECALL-ENQUIRY.
           DISPLAY BLANK-SCREEN.
           MOVE SPACES TO RCL-PROD-CODE.
           MOVE SPACES TO RCL-BATCH-NO.
           COMPUTE RCL-ARCH-YEAR = 0.
       RECALL-ENTRY.
           DISPLAY RECALL-ENTRY-SCREEN.
           ACCEPT RECALL-ENTRY-SCREEN.
           IF RCL-PROD-CODE = "?"
               PERFORM SEARCH-PRODUCT-BY-NAME THRU END-SPN
               MOVE SRCH-RESULT-CODE TO RCL-PROD-CODE
               DISPLAY BLANK-SCREEN
               GO TO RECALL-ENTRY.
           IF RCL-PROD-CODE = SPACES OR RCL-BATCH-NO = SPACES
               GO TO END-RCL.
           MOVE RCL-PROD-CODE TO PRODUCT-CODE.
           PERFORM LOOKUP-PRODUCT-MASTER THRU END-LPM.
           IF PROD-FOUND-SW NOT = "Y"
               MOVE SPACES TO PRODUCT-DESC.
           OPEN INPUT INVOICE-HISTORY-FILE.
           IF INVH-FILE-STATUS NOT = "00"
               DISPLAY RECALL-NONE-SCREEN
               CALL X"83" USING ANY-KEY
               GO TO END-RCL.
           COMPUTE RCL-COUNT = 0.
           COMPUTE RCL-QTY-TOTAL = 0.
           MOVE SPACES TO RCL-ARCH-SHOW.
           MOVE "PRINTER" TO PRINTER-DEVICE-NAME.
           OPEN OUTPUT PRINTER-FILE.
           DISPLAY PRINTING-SCREEN.
           INITIATE RECALL-REPORT.
           MOVE SPACE TO RCL-SOURCE-MARK.
           PERFORM RECALL-CLEAR-HEADER THRU END-RCH.
           MOVE ZEROS TO INVH-KEY.
           START INVOICE-HISTORY-FILE KEY IS NOT LESS THAN INVH-KEY
               INVALID KEY
                   GO TO RECALL-LIVE-DONE.
       RECALL-LIVE-LOOP.
           READ INVOICE-HISTORY-FILE NEXT RECORD
               AT END
                   GO TO RECALL-LIVE-DONE
           END-READ.
           PERFORM RECALL-TAKE-RECORD THRU END-RTR.
           GO TO RECALL-LIVE-LOOP.
       RECALL-LIVE-DONE.
           CLOSE INVOICE-HISTORY-FILE.
           IF RCL-ARCH-YEAR = 0
               GO TO RECALL-PRINT-TOTAL.
           MOVE SPACES TO ARCH-FILE-NAME.
           STRING
           "INVH"
           RCL-ARCH-YEAR
           ".ARC"
           DELIMITED BY SIZE
           INTO ARCH-FILE-NAME.
           OPEN INPUT ARCHIVE-HISTORY-FILE.
           IF ARCH-FILE-STATUS NOT = "00"
               MOVE "ARCHIVE NOT FOUND" TO RCL-ARCH-SHOW
               GO TO RECALL-PRINT-TOTAL.
           MOVE "* = FROM ARCHIVE" TO RCL-ARCH-SHOW.
           MOVE "*" TO RCL-SOURCE-MARK.
           PERFORM RECALL-CLEAR-HEADER THRU END-RCH.
           MOVE ZEROS TO ARCH-KEY.
           START ARCHIVE-HISTORY-FILE KEY IS NOT LESS THAN ARCH-KEY
               INVALID KEY
                   GO TO RECALL-ARCH-DONE.
       RECALL-ARCH-LOOP.
           READ ARCHIVE-HISTORY-FILE NEXT RECORD
               AT END
                   GO TO RECALL-ARCH-DONE
           END-READ.
           MOVE ARCHIVE-HISTORY-RECORD TO INVOICE-HISTORY-RECORD.
           PERFORM RECALL-TAKE-RECORD THRU END-RTR.
           GO TO RECALL-ARCH-LOOP.
       RECALL-ARCH-DONE.
           CLOSE ARCHIVE-HISTORY-FILE.
       RECALL-PRINT-TOTAL.
           GENERATE RCL-TOTAL-GROUP.
           TERMINATE RECALL-REPORT.
           CLOSE PRINTER-FILE.
           MOVE "RECALL TRACE" TO LOG-ACTION.
           COMPUTE LOG-REFERENCE = 0.
           MOVE RCL-QTY-TOTAL TO LOG-AMOUNT.
           PERFORM WRITE-ACTIVITY-LOG THRU END-WAL.
           CALL X"83" USING ANY-KEY.
       END-RCL.
           DISPLAY BLANK-SCREEN.

       RECALL-CLEAR-HEADER.
           COMPUTE RCL-HEAD-INVOICE = 0.
           MOVE SPACES TO RCL-HEAD-TYPE.
           MOVE SPACES TO RCL-HEAD-DATE.
           MOVE SPACES TO RCL-HEAD-NAME.
           MOVE SPACES TO RCL-HEAD-ADDRESS1.
           MOVE SPACES TO RCL-HEAD-ADDRESS2.
           MOVE SPACES TO RCL-HEAD-ADDRESS3.
           MOVE SPACES TO RCL-HEAD-ADDRESS4.
           MOVE SPACES TO RCL-HEAD-ADDRESS5.
           MOVE SPACES TO RCL-HEAD-ADDRESS6.
           MOVE SPACES TO RCL-HEAD-TELEPHONE.
       END-RCH.

      *ONE HISTORY RECORD, LIVE OR ARCHIVED, ALREADY IN THE HISTORY
      *RECORD AREA.  ONLY INVOICE AND CREDIT NOTE HEADERS START A
      *DOCUMENT - PAYMENT AND ALLOCATION RECORDS ARE PASSED OVER.

       RECALL-TAKE-RECORD.
           IF INVH-LINE-NO = 0 AND
              (INVH-RECORD-TYPE = "H" OR INVH-RECORD-TYPE = "C")
               MOVE INVH-INVOICE-NO TO RCL-HEAD-INVOICE
               MOVE "INV" TO RCL-HEAD-TYPE
               IF INVH-RECORD-TYPE = "C"
                   MOVE "CRN" TO RCL-HEAD-TYPE
               END-IF
               MOVE INVH-DATE TO RCL-HEAD-DATE
               MOVE INVH-CUSTOMER-NAME TO RCL-HEAD-NAME
               MOVE INVH-CUSTOMER-ADDRESS1 TO RCL-HEAD-ADDRESS1
               MOVE INVH-CUSTOMER-ADDRESS2 TO RCL-HEAD-ADDRESS2
               MOVE INVH-CUSTOMER-ADDRESS3 TO RCL-HEAD-ADDRESS3
               MOVE INVH-CUSTOMER-ADDRESS4 TO RCL-HEAD-ADDRESS4
               MOVE INVH-CUSTOMER-ADDRESS5 TO RCL-HEAD-ADDRESS5
               MOVE INVH-CUSTOMER-ADDRESS6 TO RCL-HEAD-ADDRESS6
               MOVE INVH-CUSTOMER-TELEPHONE TO RCL-HEAD-TELEPHONE
               GO TO END-RTR.
           IF INVH-RECORD-TYPE NOT = "D" OR
              INVH-INVOICE-NO NOT = RCL-HEAD-INVOICE
               GO TO END-RTR.
           IF INVH-GOODS-CODE NOT = RCL-PROD-CODE OR
              INVH-BATCH-NO NOT = RCL-BATCH-NO OR
              INVH-GOODS-QTY = 0
               GO TO END-RTR.
           MOVE INVH-GOODS-QTY TO RCL-LINE-QTY.
           MOVE SPACES TO RCL-USE-BY-SHOW.
           IF INVH-USE-BY-YMD NUMERIC AND INVH-USE-BY-YMD NOT = 0
               MOVE INVH-USE-BY-YMD TO UBY-YMD
               PERFORM USE-BY-TO-DMY
               STRING UBE-DAY "/" UBE-MONTH "/" UBE-YEAR
                   DELIMITED BY SIZE
                   INTO RCL-USE-BY-SHOW.
           ADD 1 TO RCL-COUNT.
           ADD INVH-GOODS-QTY TO RCL-QTY-TOTAL.
           GENERATE RCL-LINE-GROUP.
       END-RTR.

      *BANK STATEMENT MATCHING - LOAD THE BANK'S CSV STATEMENT, POST
      *EVERY RECEIPT THAT MATCHES AN OPEN INVOICE CLEANLY AS A "BAC"
      *PAYMENT, AND HOLD THE REST AS EXCEPTIONS TO BE ALLOCATED BY
      *HAND FROM THE REVIEW SCREEN.

       BANK-MENU.
           DISPLAY BLANK-SCREEN.
       BANK-MENU-LOOP.
           DISPLAY BANK-OPTIONS-SCREEN.
           CALL X"83" USING MENU-OPTION.
           EVALUATE MENU-OPTION
               WHEN "1"
                   PERFORM BANK-IMPORT THRU END-BKI
               WHEN "2"
                   PERFORM BANK-REVIEW THRU END-BKR
               WHEN "3"
                   PERFORM BANK-EXCEPTION-PRINT THRU END-BKX
               WHEN "0"
                   GO TO END-BKM
           END-EVALUATE.
           GO TO BANK-MENU-LOOP.
       END-BKM.
           DISPLAY BLANK-SCREEN.

      *DELIVERY ROUNDS - EACH ACCOUNT IS GIVEN A ROUND (VAN), A DROP
      *NUMBER AND THE DAYS IT TAKES DELIVERIES; THE DAY'S INVOICES,
      *STANDING-ORDER ONES INCLUDED, ARE THEN PRINTED ROUND BY ROUND
      *IN DROP ORDER AS DRIVERS' MANIFESTS AND VAN LOADING SHEETS.

       DELIVERY-MENU.
           DISPLAY BLANK-SCREEN.
       DELIVERY-MENU-LOOP.
           DISPLAY DELIVERY-OPTIONS-SCREEN.
           CALL X"83" USING MENU-OPTION.
           EVALUATE MENU-OPTION
               WHEN "1"
                   PERFORM EDIT-DELIVERY-ROUNDS THRU END-EDR
               WHEN "2"
                   PERFORM PRINT-DELIVERY-MANIFESTS THRU END-PDM
               WHEN "3"
                   PERFORM PRINT-LOADING-SHEETS THRU END-PLD
               WHEN "0"
                   GO TO END-DLM
           END-EVALUATE.
           GO TO DELIVERY-MENU-LOOP.
       END-DLM.
           DISPLAY BLANK-SCREEN.

      *ROUND MAINTENANCE - KEY AN ACCOUNT, AMEND ITS ROUND, DROP
      *NUMBER AND DELIVERY DAYS, REPEAT UNTIL A BLANK CODE IS KEYED.
      *EVERY CHANGE IS LOGGED WITH THE NEW DROP NUMBER.

       EDIT-DELIVERY-ROUNDS.
           PERFORM SAVE-LIVE-INVOICE-DATA THRU END-SLD.
           DISPLAY BLANK-SCREEN.
       EDR-CUST-LOOP.
           MOVE SPACES TO RND-CUST-CODE.
           DISPLAY RND-CUST-SCREEN.
           ACCEPT RND-CUST-SCREEN.
           IF RND-CUST-CODE = "?"
               PERFORM SEARCH-CUSTOMER-BY-NAME THRU END-SCN
               MOVE SRCH-RESULT-CODE TO RND-CUST-CODE
               DISPLAY BLANK-SCREEN
               IF RND-CUST-CODE = SPACES
                   GO TO EDR-CUST-LOOP.
           IF RND-CUST-CODE = SPACES
               GO TO EDR-RESTORE.
           MOVE RND-CUST-CODE TO CUSTOMER-CODE.
           PERFORM LOOKUP-CUSTOMER-MASTER THRU END-LCM.
           IF CUST-FOUND-SW NOT = "Y"
               DISPLAY CUSTOMER-NOTFOUND-SCREEN
               CALL X"83" USING ANY-KEY
               DISPLAY BLANK-SCREEN
               GO TO EDR-CUST-LOOP.
           MOVE CUSTOMER-DELIVERY-DAYS TO RND-DAYS-ENTRY.
           DISPLAY RND-MAINT-SCREEN.
           ACCEPT RND-MAINT-SCREEN.
           MOVE RND-DAYS-ENTRY TO CUSTOMER-DELIVERY-DAYS.
           PERFORM NORMALISE-DELIVERY-DAYS THRU END-NDD.
           MOVE "R" TO CUST-SAVE-TYPE.
           PERFORM SAVE-CUSTOMER-MASTER THRU END-SCM.
           MOVE SPACES TO LOG-ACTION.
           STRING "ROUND " CUSTOMER-CODE
               DELIMITED BY SIZE
               INTO LOG-ACTION.
           COMPUTE LOG-REFERENCE = CUSTOMER-DROP-SEQ.
           COMPUTE LOG-AMOUNT = 0.
           PERFORM WRITE-ACTIVITY-LOG THRU END-WAL.
           DISPLAY RND-SAVED-SCREEN.
           CALL X"83" USING ANY-KEY.
           DISPLAY BLANK-SCREEN.
           GO TO EDR-CUST-LOOP.
       EDR-RESTORE.
           PERFORM RESTORE-LIVE-INVOICE-DATA THRU END-RLD.
       END-EDR.
           DISPLAY BLANK-SCREEN.

      *A DAY FLAG OTHER THAN "Y" IS TAKEN AS "N"; AN ACCOUNT WITH NO
      *DAY FLAGGED AT ALL IS HELD AS BLANKS, MEANING ANY DAY.

       NORMALISE-DELIVERY-DAYS.
           IF CUSTOMER-DELIVERY-DAYS = SPACES
               GO TO END-NDD.
           COMPUTE RND-DAY-SUB = 0.
       NORMALISE-DAYS-LOOP.
           ADD 1 TO RND-DAY-SUB.
           IF CUSTOMER-DELIVERY-DAYS(RND-DAY-SUB:1) = "y"
               MOVE "Y" TO CUSTOMER-DELIVERY-DAYS(RND-DAY-SUB:1).
           IF CUSTOMER-DELIVERY-DAYS(RND-DAY-SUB:1) NOT = "Y"
               MOVE "N" TO CUSTOMER-DELIVERY-DAYS(RND-DAY-SUB:1).
           IF RND-DAY-SUB NOT = 7
               GO TO NORMALISE-DAYS-LOOP.
           IF CUSTOMER-DELIVERY-DAYS = "NNNNNNN"
               MOVE SPACES TO CUSTOMER-DELIVERY-DAYS.
       END-NDD.

      *RND-DAY-OK-SW COMES BACK "N" WHEN THE ACCOUNT LAST LOOKED UP
      *HAS ITS DELIVERY DAYS SET AND WEEKDAY RND-WEEKDAY (1=MON ...
      *7=SUN) IS NOT ONE OF THEM.

       CHECK-DELIVERY-DAY.
           MOVE "Y" TO RND-DAY-OK-SW.
           IF CUSTOMER-DELIVERY-DAYS NOT = SPACES AND
              RND-WEEKDAY > 0 AND RND-WEEKDAY < 8
               IF CUSTOMER-DELIVERY-DAYS(RND-WEEKDAY:1) NOT = "Y"
                   MOVE "N" TO RND-DAY-OK-SW.

      *DAY OF THE WEEK FOR RNE-DAY/MONTH/YEAR BY ZELLER'S RULE, THE
      *YEAR TAKEN AS 20YY, GIVEN AS 1=MON ... 7=SUN LIKE THE STANDING
      *ORDERS.  JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE
      *YEAR BEFORE.

       WEEKDAY-OF-DATE.
           COMPUTE RND-Z-MONTH = RNE-MONTH.
           COMPUTE RND-Z-YEAR = 2000 + RNE-YEAR.
           IF RND-Z-MONTH < 3
               ADD 12 TO RND-Z-MONTH
               SUBTRACT 1 FROM RND-Z-YEAR.
           DIVIDE RND-Z-YEAR BY 100 GIVING RND-Z-CENTURY
               REMAINDER RND-Z-YY.
           COMPUTE RND-Z-SUM = 13 * (RND-Z-MONTH + 1).
           DIVIDE RND-Z-SUM BY 5 GIVING RND-Z-SUM.
           ADD RNE-DAY RND-Z-YY TO RND-Z-SUM.
           DIVIDE RND-Z-YY BY 4 GIVING RND-Z-QUOT.
           ADD RND-Z-QUOT TO RND-Z-SUM.
           DIVIDE RND-Z-CENTURY BY 4 GIVING RND-Z-QUOT.
           ADD RND-Z-QUOT TO RND-Z-SUM.
           COMPUTE RND-Z-SUM = RND-Z-SUM + (5 * RND-Z-CENTURY) + 5.
           DIVIDE RND-Z-SUM BY 7 GIVING RND-Z-QUOT
               REMAINDER RND-Z-REM.
           COMPUTE RND-WEEKDAY = RND-Z-REM + 1.

      *DAY AND ROUND FOR THE MANIFESTS OR LOADING SHEETS - A BLANK
      *DATE MEANS TODAY, A BLANK ROUND EVERY ROUND.  THE DAY'S
      *INVOICES ARE GATHERED INTO MAN-TABLE IN ROUND AND DROP ORDER;
      *MAN-COUNT COMES BACK ZERO WHEN THERE IS NOTHING TO PRINT.

       DELIVERY-SELECT.
           DISPLAY BLANK-SCREEN.
           COMPUTE RNE-DAY = 0.
           COMPUTE RNE-MONTH = 0.
           COMPUTE RNE-YEAR = 0.
           MOVE SPACES TO RND-ROUND-WANTED.
           COMPUTE MAN-COUNT = 0.
           MOVE "N" TO RND-FULL-SW.
           DISPLAY RND-SELECT-SCREEN.
           ACCEPT RND-SELECT-SCREEN.
           IF RNE-DAY = 0
               MOVE DATE-DAY TO RNE-DAY
               MOVE DATE-MONTH TO RNE-MONTH
               MOVE DATE-YEAR TO RNE-YEAR.
           COMPUTE RND-DATE-YMD =
               (RNE-YEAR * 10000) + (RNE-MONTH * 100) + RNE-DAY.
           MOVE SPACES TO RND-SHOW-DATE.
           STRING
           RNE-DAY
           "/"
           RNE-MONTH
           "/"
           RNE-YEAR
           DELIMITED BY SIZE
           INTO RND-SHOW-DATE.
           PERFORM WEEKDAY-OF-DATE.
           COMPUTE RND-DAY-SUB = (RND-WEEKDAY * 3) - 2.
           MOVE RND-DAY-NAMES(RND-DAY-SUB:3) TO RND-DAY-NAME.
           PERFORM SAVE-LIVE-INVOICE-DATA THRU END-SLD.
           PERFORM BUILD-MANIFEST-TABLE THRU END-BMT.
           PERFORM RESTORE-LIVE-INVOICE-DATA THRU END-RLD.
           IF MAN-COUNT = 0
               DISPLAY RND-NONE-SCREEN
               CALL X"83" USING ANY-KEY
               GO TO END-DSE.
           PERFORM SORT-MANIFEST-TABLE THRU END-SMN.
       END-DSE.

      *ONE PASS OF THE LIVE HISTORY.  AN INVOICE HEADER DATED FOR THE
      *DAY TAKES AN ENTRY WITH ITS ACCOUNT'S ROUND AND DROP NUMBER -
      *CASH SALES AND ACCOUNTS WITH NO ROUND GO ON A BLANK ROUND OF
      *THEIR OWN.  THE PAYMENT AND ALLOCATION LINES THAT FOLLOW A
      *HEADER ARE ADDED UP AGAINST IT, SO THAT ONLY WHAT IS STILL
      *OWED IS COLLECTED AT THE DOOR.  CREDIT NOTES ARE NOT DELIVERED.

       BUILD-MANIFEST-TABLE.
           MOVE "N" TO RND-TAKE-SW.
           OPEN INPUT INVOICE-HISTORY-FILE.
           IF INVH-FILE-STATUS NOT = "00"
               GO TO END-BMT.
           MOVE ZEROS TO INVH-KEY.
           START INVOICE-HISTORY-FILE KEY IS NOT LESS THAN INVH-KEY
               INVALID KEY
                   GO TO BUILD-MANIFEST-DONE.
       BUILD-MANIFEST-LOOP.
           READ INVOICE-HISTORY-FILE NEXT RECORD
               AT END
                   GO TO BUILD-MANIFEST-DONE
           END-READ.
           IF INVH-LINE-NO = 0
               MOVE "N" TO RND-TAKE-SW
               IF INVH-RECORD-TYPE = "H" AND
                  INVH-DATE-YMD = RND-DATE-YMD
                   PERFORM MANIFEST-TAKE-INVOICE THRU END-MTI
               END-IF.
           IF INVH-LINE-NO NOT < FIRST-PAYMENT-LINE AND
              RND-TAKE-SW = "Y" AND
              INVH-INVOICE-NO = MAN-INVOICE-NO(MAN-COUNT)
               ADD INVH-AMOUNT-DUE TO MAN-PAID(MAN-COUNT).
           GO TO BUILD-MANIFEST-LOOP.
       BUILD-MANIFEST-DONE.
           CLOSE INVOICE-HISTORY-FILE.
       END-BMT.

       MANIFEST-TAKE-INVOICE.
           MOVE SPACES TO CUSTOMER-ROUND.
           COMPUTE CUSTOMER-DROP-SEQ = 0.
           MOVE SPACES TO CUSTOMER-DELIVERY-DAYS.
           IF INVH-CUST-CODE NOT = SPACES
               MOVE INVH-CUST-CODE TO CUSTOMER-CODE
               PERFORM LOOKUP-CUSTOMER-MASTER THRU END-LCM.
           IF RND-ROUND-WANTED NOT = SPACES AND
              CUSTOMER-ROUND NOT = RND-ROUND-WANTED
               GO TO END-MTI.
           IF MAN-COUNT = 300
               MOVE "Y" TO RND-FULL-SW
               GO TO END-MTI.
           ADD 1 TO MAN-COUNT.
           MOVE CUSTOMER-ROUND TO MAN-ROUND(MAN-COUNT).
           MOVE CUSTOMER-DROP-SEQ TO MAN-DROP-SEQ(MAN-COUNT).
           MOVE INVH-INVOICE-NO TO MAN-INVOICE-NO(MAN-COUNT).
           MOVE INVH-AMOUNT-DUE TO MAN-DUE(MAN-COUNT).
           COMPUTE MAN-PAID(MAN-COUNT) = 0.
           PERFORM CHECK-DELIVERY-DAY.
           MOVE "N" TO MAN-OFF-DAY-SW(MAN-COUNT).
           IF RND-DAY-OK-SW NOT = "Y"
               MOVE "Y" TO MAN-OFF-DAY-SW(MAN-COUNT).
           MOVE "Y" TO RND-TAKE-SW.
       END-MTI.

      *EXCHANGE SORT ON ROUND, DROP NUMBER AND INVOICE NUMBER.

       SORT-MANIFEST-TABLE.
           IF MAN-COUNT < 2
               GO TO END-SMN.
       SORT-MANIFEST-PASS.
           MOVE "N" TO MAN-SORT-SW.
           COMPUTE MAN-SUB = 0.
       SORT-MANIFEST-LOOP.
           ADD 1 TO MAN-SUB.
           IF MAN-SUB NOT < MAN-COUNT
               IF MAN-SORT-SW = "Y"
                   GO TO SORT-MANIFEST-PASS
               ELSE
                   GO TO END-SMN.
           COMPUTE MAN-SUB2 = MAN-SUB + 1.
           IF MAN-SORT-KEY(MAN-SUB) > MAN-SORT-KEY(MAN-SUB2)
               MOVE MAN-TABLE(MAN-SUB) TO MAN-SWAP-AREA
               MOVE MAN-TABLE(MAN-SUB2) TO MAN-TABLE(MAN-SUB)
               MOVE MAN-SWAP-AREA TO MAN-TABLE(MAN-SUB2)
               MOVE "Y" TO MAN-SORT-SW.
           GO TO SORT-MANIFEST-LOOP.
       END-SMN.

       START-ROUND-TOTALS.
           MOVE MAN-ROUND(MAN-SUB) TO RND-THIS-ROUND.
           MOVE RND-THIS-ROUND TO RND-SHOW-ROUND.
           IF RND-THIS-ROUND = SPACES
               MOVE "NO ROUND" TO RND-SHOW-ROUND.
           COMPUTE RND-DROP-COUNT = 0.
           COMPUTE RND-CASE-TOTAL = 0.
           COMPUTE RND-CASH-TOTAL = 0.
           COMPUTE LDS-COUNT = 0.

      *MANIFESTS - A FRESH RUN OF PAGES AT EACH CHANGE OF ROUND.  EACH
      *DROP PRINTS FROM ITS INVOICE HEADER, FOLLOWED BY ITS GOODS.

       PRINT-DELIVERY-MANIFESTS.
           PERFORM DELIVERY-SELECT THRU END-DSE.
           IF MAN-COUNT = 0
               GO TO END-PDM.
           OPEN INPUT INVOICE-HISTORY-FILE.
           MOVE "PRINTER" TO PRINTER-DEVICE-NAME.
           OPEN OUTPUT PRINTER-FILE.
           DISPLAY PRINTING-SCREEN.
           MOVE "N" TO RND-OPEN-SW.
           COMPUTE MAN-SUB = 0.
       MANIFEST-PRINT-LOOP.
           IF MAN-SUB = MAN-COUNT
               GO TO MANIFEST-PRINT-DONE.
           ADD 1 TO MAN-SUB.
           IF RND-OPEN-SW = "Y" AND
              MAN-ROUND(MAN-SUB) NOT = RND-THIS-ROUND
               GENERATE MAN-TOTAL-GROUP
               TERMINATE MANIFEST-REPORT
               MOVE "N" TO RND-OPEN-SW.
           IF RND-OPEN-SW NOT = "Y"
               PERFORM START-ROUND-TOTALS
               INITIATE MANIFEST-REPORT
               MOVE "Y" TO RND-OPEN-SW.
           PERFORM MANIFEST-PRINT-DROP THRU END-MPD.
           GO TO MANIFEST-PRINT-LOOP.
       MANIFEST-PRINT-DONE.
           GENERATE MAN-TOTAL-GROUP.
           TERMINATE MANIFEST-REPORT.
           CLOSE PRINTER-FILE.
           CLOSE INVOICE-HISTORY-FILE.
           IF RND-FULL-SW = "Y"
               DISPLAY RND-FULL-SCREEN.
           CALL X"83" USING ANY-KEY.
       END-PDM.
           DISPLAY BLANK-SCREEN.

      *ONE DROP.  CASH TO COLLECT IS WHATEVER IS STILL OWED ON THE
      *INVOICE; A DROP ON A DAY THE ACCOUNT DOES NOT TAKE DELIVERIES
      *IS FLAGGED FOR THE DRIVER.  GOODS LINES ARE READ BY KEY.

       MANIFEST-PRINT-DROP.
           MOVE MAN-INVOICE-NO(MAN-SUB) TO INVH-INVOICE-NO.
           COMPUTE INVH-LINE-NO = 0.
           READ INVOICE-HISTORY-FILE
               INVALID KEY
                   GO TO END-MPD
           END-READ.
           ADD 1 TO RND-DROP-COUNT.
           COMPUTE MAN-COLLECT = 0.
           IF MAN-DUE(MAN-SUB) > MAN-PAID(MAN-SUB)
               COMPUTE MAN-COLLECT =
                   MAN-DUE(MAN-SUB) - MAN-PAID(MAN-SUB).
           ADD MAN-COLLECT TO RND-CASH-TOTAL.
           MOVE SPACES TO MAN-NOTE.
           IF MAN-OFF-DAY-SW(MAN-SUB) = "Y"
               MOVE "** NOT A DELIVERY DAY **" TO MAN-NOTE.
           GENERATE MAN-DROP-GROUP.
           COMPUTE MAN-LINE-NO = 0.
       MANIFEST-ITEM-LOOP.
           IF MAN-LINE-NO = MAX-GOODS
               GO TO END-MPD.
           ADD 1 TO MAN-LINE-NO.
           MOVE MAN-INVOICE-NO(MAN-SUB) TO INVH-INVOICE-NO.
           MOVE MAN-LINE-NO TO INVH-LINE-NO.
           READ INVOICE-HISTORY-FILE
               INVALID KEY
                   GO TO MANIFEST-ITEM-LOOP
           END-READ.
           IF INVH-RECORD-TYPE NOT = "D" OR INVH-GOODS-QTY = 0
               GO TO MANIFEST-ITEM-LOOP.
           MOVE INVH-GOODS-CODE TO MAN-ITEM-CODE.
           MOVE INVH-GOODS-DESC TO MAN-ITEM-DESC.
           MOVE INVH-GOODS-QTY TO MAN-ITEM-QTY.
           ADD INVH-GOODS-QTY TO RND-CASE-TOTAL.
           GENERATE MAN-ITEM-GROUP.
           GO TO MANIFEST-ITEM-LOOP.
       END-MPD.

      *LOADING SHEETS - THE SAME DROPS AS THE MANIFESTS, BUT EACH
      *ROUND'S GOODS ARE TOTALLED BY PRODUCT CODE (BY DESCRIPTION FOR
      *UNCODED LINES) AND PRINTED ONCE, IN CODE ORDER, PER ROUND.

       PRINT-LOADING-SHEETS.
           PERFORM DELIVERY-SELECT THRU END-DSE.
           IF MAN-COUNT = 0
               GO TO END-PLD.
           OPEN INPUT INVOICE-HISTORY-FILE.
           MOVE "PRINTER" TO PRINTER-DEVICE-NAME.
           OPEN OUTPUT PRINTER-FILE.
           DISPLAY PRINTING-SCREEN.
           MOVE "N" TO RND-OPEN-SW.
           COMPUTE MAN-SUB = 0.
       LOADING-SHEET-LOOP.
           IF MAN-SUB = MAN-COUNT
               GO TO LOADING-SHEET-DONE.
           ADD 1 TO MAN-SUB.
           IF RND-OPEN-SW = "Y" AND
              MAN-ROUND(MAN-SUB) NOT = RND-THIS-ROUND
               PERFORM LOADING-PRINT-ROUND THRU END-LPR
               MOVE "N" TO RND-OPEN-SW.
           IF RND-OPEN-SW NOT = "Y"
               PERFORM START-ROUND-TOTALS
               MOVE "Y" TO RND-OPEN-SW.
           PERFORM LOADING-ADD-DROP THRU END-LAD.
           GO TO LOADING-SHEET-LOOP.
       LOADING-SHEET-DONE.
           PERFORM LOADING-PRINT-ROUND THRU END-LPR.
           CLOSE PRINTER-FILE.
           CLOSE INVOICE-HISTORY-FILE.
           IF RND-FULL-SW = "Y"
               DISPLAY RND-FULL-SCREEN.
           CALL X"83" USING ANY-KEY.
       END-PLD.
           DISPLAY BLANK-SCREEN.

       LOADING-ADD-DROP.
           ADD 1 TO RND-DROP-COUNT.
           COMPUTE MAN-LINE-NO = 0.
       LOADING-ITEM-LOOP.
           IF MAN-LINE-NO = MAX-GOODS
               GO TO END-LAD.
           ADD 1 TO MAN-LINE-NO.
           MOVE MAN-INVOICE-NO(MAN-SUB) TO INVH-INVOICE-NO.
           MOVE MAN-LINE-NO TO INVH-LINE-NO.
           READ INVOICE-HISTORY-FILE
               INVALID KEY
                   GO TO LOADING-ITEM-LOOP
           END-READ.
           IF INVH-RECORD-TYPE NOT = "D" OR INVH-GOODS-QTY = 0
               GO TO LOADING-ITEM-LOOP.
           ADD INVH-GOODS-QTY TO RND-CASE-TOTAL.
           PERFORM LOADING-ADD-LINE THRU END-LAL.
           GO TO LOADING-ITEM-LOOP.
       END-LAD.

       LOADING-ADD-LINE.
           COMPUTE LDS-SUB = 0.
       LOADING-FIND-LOOP.
           IF LDS-SUB = LDS-COUNT
               GO TO LOADING-NEW-LINE.
           ADD 1 TO LDS-SUB.
           IF INVH-GOODS-CODE NOT = SPACES AND
              LDS-CODE(LDS-SUB) = INVH-GOODS-CODE
               GO TO LOADING-ADD-QTY.
           IF INVH-GOODS-CODE = SPACES AND
              LDS-CODE(LDS-SUB) = SPACES AND
              LDS-DESC(LDS-SUB) = INVH-GOODS-DESC
               GO TO LOADING-ADD-QTY.
           GO TO LOADING-FIND-LOOP.
       LOADING-NEW-LINE.
           IF LDS-COUNT = 200
               MOVE "Y" TO RND-FULL-SW
               GO TO END-LAL.
           ADD 1 TO LDS-COUNT.
           MOVE LDS-COUNT TO LDS-SUB.
           MOVE INVH-GOODS-CODE TO LDS-CODE(LDS-SUB).
           MOVE INVH-GOODS-DESC TO LDS-DESC(LDS-SUB).
           COMPUTE LDS-QTY(LDS-SUB) = 0.
       LOADING-ADD-QTY.
           ADD INVH-GOODS-QTY TO LDS-QTY(LDS-SUB).
       END-LAL.

       LOADING-PRINT-ROUND.
           PERFORM SORT-LOADING-TABLE THRU END-SLT.
           INITIATE LOADING-SHEET-REPORT.
           COMPUTE LDS-SUB = 0.
       LOADING-PRINT-LOOP.
           IF LDS-SUB = LDS-COUNT
               GO TO LOADING-PRINT-TOTAL.
           ADD 1 TO LDS-SUB.
           MOVE LDS-CODE(LDS-SUB) TO LDS-LINE-CODE.
           MOVE LDS-DESC(LDS-SUB) TO LDS-LINE-DESC.
           MOVE LDS-QTY(LDS-SUB) TO LDS-LINE-QTY.
           GENERATE LDS-LINE-GROUP.
           GO TO LOADING-PRINT-LOOP.
       LOADING-PRINT-TOTAL.
           GENERATE LDS-TOTAL-GROUP.
           TERMINATE LOADING-SHEET-REPORT.
       END-LPR.

       SORT-LOADING-TABLE.
           IF LDS-COUNT < 2
               GO TO END-SLT.
       SORT-LOADING-PASS.
           MOVE "N" TO LDS-SORT-SW.
           COMPUTE LDS-SUB = 0.
       SORT-LOADING-LOOP.
           ADD 1 TO LDS-SUB.
           IF LDS-SUB NOT < LDS-COUNT
               IF LDS-SORT-SW = "Y"
                   GO TO SORT-LOADING-PASS
               ELSE
                   GO TO END-SLT.
           COMPUTE LDS-SUB2 = LDS-SUB + 1.
           IF LDS-KEY(LDS-SUB) > LDS-KEY(LDS-SUB2)
               MOVE LDS-TABLE(LDS-SUB) TO LDS-SWAP-AREA
               MOVE LDS-TABLE(LDS-SUB2) TO LDS-TABLE(LDS-SUB)
               MOVE LDS-SWAP-AREA TO LDS-TABLE(LDS-SUB2)
               MOVE "Y" TO LDS-SORT-SW.
           GO TO SORT-LOADING-LOOP.
       END-SLT.

      *GROSS MARGIN REPORT.  THE WHOLE LIVE HISTORY FILE IS READ ONCE
      *INTO THE ACCOUNT / PRODUCT TABLE, WHICH IS SORTED AND PRINTED
      *AN ACCOUNT AT A TIME.  ACCOUNT NAMES COME FROM THE CUSTOMER
      *FILE, SO THE KEYED ORDER IS SAVED AND PUT BACK AROUND IT.

       GROSS-MARGIN-REPORT.
           DISPLAY BLANK-SCREEN.
           MOVE SPACES TO MGN-CUST-WANTED.
           MOVE "N" TO MGN-DETAIL-SW.
           DISPLAY MGN-RANGE-SCREEN.
           ACCEPT MGN-RANGE-SCREEN.
           IF MGN-DETAIL-SW = "y"
               MOVE "Y" TO MGN-DETAIL-SW.
           COMPUTE MGN-FROM-YMD =
               (MFE-YEAR * 10000) + (MFE-MONTH * 100) + MFE-DAY.
           COMPUTE MGN-TO-YMD =
               (MTE-YEAR * 10000) + (MTE-MONTH * 100) + MTE-DAY.
           MOVE SPACES TO MGN-SHOW-FROM.
           STRING
           MFE-DAY
           "/"
           MFE-MONTH
           "/"
           MFE-YEAR
           DELIMITED BY SIZE
           INTO MGN-SHOW-FROM.
           MOVE SPACES TO MGN-SHOW-TO.
           STRING
           MTE-DAY
           "/"
           MTE-MONTH
           "/"
           MTE-YEAR
           DELIMITED BY SIZE
           INTO MGN-SHOW-TO.
           COMPUTE MGN-COUNT = 0.
           MOVE "N" TO MGN-ACTIVE-SW.
           MOVE "N" TO MGN-FULL-SW.
           OPEN INPUT INVOICE-HISTORY-FILE.
           IF INVH-FILE-STATUS = "35"
               DISPLAY SALES-REG-NONE-SCREEN
               CALL X"83" USING ANY-KEY
               GO TO END-GMR.
           PERFORM SAVE-LIVE-INVOICE-DATA THRU END-SLD.
           MOVE "PRINTER" TO PRINTER-DEVICE-NAME.
           OPEN OUTPUT PRINTER-FILE.
           DISPLAY PRINTING-SCREEN.
           MOVE ZEROS TO INVH-KEY.
           START INVOICE-HISTORY-FILE KEY IS NOT LESS THAN INVH-KEY
               INVALID KEY
                   GO TO MARGIN-SCAN-DONE.
       MARGIN-SCAN-LOOP.
           READ INVOICE-HISTORY-FILE NEXT RECORD
               AT END
                   GO TO MARGIN-SCAN-DONE
           END-READ.
           PERFORM MARGIN-TAKE-RECORD THRU END-MTK.
           GO TO MARGIN-SCAN-LOOP.
       MARGIN-SCAN-DONE.
           CLOSE INVOICE-HISTORY-FILE.
           PERFORM SORT-MARGIN-TABLE THRU END-SMG.
           COMPUTE MGN-GRAND-SALES = 0.
           COMPUTE MGN-GRAND-COST = 0.
           COMPUTE MGN-LOSS-COUNT = 0.
           INITIATE MARGIN-REPORT.
           COMPUTE MGN-SUB = 1.
       MARGIN-PRINT-LOOP.
           IF MGN-SUB > MGN-COUNT
               GO TO MARGIN-PRINT-TOTAL.
           PERFORM MARGIN-PRINT-CUSTOMER THRU END-MPC.
           GO TO MARGIN-PRINT-LOOP.
       MARGIN-PRINT-TOTAL.
           COMPUTE MGN-GRAND-MARGIN = MGN-GRAND-SALES - MGN-GRAND-COST.
           COMPUTE MGN-GRAND-PCT = 0.
           IF MGN-GRAND-SALES NOT = 0
               COMPUTE MGN-GRAND-PCT ROUNDED =
                   (MGN-GRAND-MARGIN * 100) / MGN-GRAND-SALES
                   ON SIZE ERROR
                       COMPUTE MGN-GRAND-PCT = 0
               END-COMPUTE.
           GENERATE MGN-TOTAL-GROUP.
           TERMINATE MARGIN-REPORT.
           CLOSE PRINTER-FILE.
           PERFORM RESTORE-LIVE-INVOICE-DATA THRU END-RLD.
           IF MGN-FULL-SW = "Y"
               DISPLAY MGN-FULL-SCREEN.
           CALL X"83" USING ANY-KEY.
       END-GMR.
           DISPLAY BLANK-SCREEN.

      *A HEADER IN RANGE (AND FOR THE KEYED ACCOUNT, IF ONE WAS KEYED)
      *SWITCHES ON THE GOODS LINES THAT FOLLOW IT.  THE DOCUMENT
      *DISCOUNT IS SHARED ACROSS THE LINES IN PROPORTION TO VALUE.

       MARGIN-TAKE-RECORD.
           IF INVH-LINE-NO = 0
               MOVE "N" TO MGN-ACTIVE-SW
               IF (INVH-RECORD-TYPE = "H" OR INVH-RECORD-TYPE = "C") AND
                  INVH-DATE-YMD >= MGN-FROM-YMD AND
                  INVH-DATE-YMD <= MGN-TO-YMD AND
                  (MGN-CUST-WANTED = SPACES OR
                   INVH-CUST-CODE = MGN-CUST-WANTED)
                   PERFORM MARGIN-TAKE-HEADER
               END-IF
               GO TO END-MTK.
           IF MGN-ACTIVE-SW NOT = "Y" OR
              INVH-RECORD-TYPE NOT = "D" OR
              INVH-LINE-NO > MAX-GOODS OR
              INVH-GOODS-QTY = 0
               GO TO END-MTK.
           COMPUTE MGN-LINE-DISC = 0.
           IF MGN-HEAD-GOODS > 0
               COMPUTE MGN-LINE-DISC ROUNDED =
                   (INVH-GOODS-TOTAL * MGN-HEAD-DISC) / MGN-HEAD-GOODS.
           COMPUTE MGN-LINE-SALES =
               (INVH-GOODS-TOTAL - MGN-LINE-DISC) * MGN-HEAD-SIGN.
           COMPUTE MGN-LINE-COST =
               INVH-GOODS-QTY * INVH-UNIT-COST * MGN-HEAD-SIGN.
           PERFORM MARGIN-ADD-LINE THRU END-MAL.
       END-MTK.

       MARGIN-TAKE-HEADER.
           MOVE "Y" TO MGN-ACTIVE-SW.
           MOVE INVH-CUST-CODE TO MGN-HEAD-CUST.
           MOVE INVH-COMP-TOTAL TO MGN-HEAD-GOODS.
           MOVE INVH-DISCOUNT-AMOUNT TO MGN-HEAD-DISC.
           COMPUTE MGN-HEAD-SIGN = 1.
           IF INVH-RECORD-TYPE = "C"
               COMPUTE MGN-HEAD-SIGN = -1.

       MARGIN-ADD-LINE.
           COMPUTE MGN-SUB = 0.
       MARGIN-FIND-LOOP.
           IF MGN-SUB = MGN-COUNT
               GO TO MARGIN-NEW-PAIR.
           ADD 1 TO MGN-SUB.
           IF MGN-CUST(MGN-SUB) = MGN-HEAD-CUST AND
              MGN-PROD(MGN-SUB) = INVH-GOODS-CODE
               GO TO MARGIN-ADD-AMOUNTS.
           GO TO MARGIN-FIND-LOOP.
       MARGIN-NEW-PAIR.
           IF MGN-COUNT = 2000
               MOVE "Y" TO MGN-FULL-SW
               GO TO END-MAL.
           ADD 1 TO MGN-COUNT.
           MOVE MGN-COUNT TO MGN-SUB.
           MOVE MGN-HEAD-CUST TO MGN-CUST(MGN-SUB).
           MOVE INVH-GOODS-CODE TO MGN-PROD(MGN-SUB).
           MOVE INVH-GOODS-DESC TO MGN-DESC(MGN-SUB).
           IF INVH-GOODS-CODE = SPACES
               MOVE "UNCODED LINES" TO MGN-DESC(MGN-SUB).
           COMPUTE MGN-QTY(MGN-SUB) = 0.
           COMPUTE MGN-SALES(MGN-SUB) = 0.
           COMPUTE MGN-COST(MGN-SUB) = 0.
           MOVE SPACE TO MGN-NOCOST(MGN-SUB).
       MARGIN-ADD-AMOUNTS.
           COMPUTE MGN-QTY(MGN-SUB) =
               MGN-QTY(MGN-SUB) + (INVH-GOODS-QTY * MGN-HEAD-SIGN).
           ADD MGN-LINE-SALES TO MGN-SALES(MGN-SUB).
           ADD MGN-LINE-COST TO MGN-COST(MGN-SUB).
           IF INVH-UNIT-COST = 0
               MOVE "*" TO MGN-NOCOST(MGN-SUB).
       END-MAL.

       SORT-MARGIN-TABLE.
           IF MGN-COUNT < 2
               GO TO END-SMG.
       SORT-MARGIN-PASS.
           MOVE "N" TO MGN-SORT-SW.
           COMPUTE MGN-SUB = 0.
       SORT-MARGIN-LOOP.
           ADD 1 TO MGN-SUB.
           IF MGN-SUB NOT < MGN-COUNT
               IF MGN-SORT-SW = "Y"
                   GO TO SORT-MARGIN-PASS
               ELSE
                   GO TO END-SMG.
           COMPUTE MGN-SUB2 = MGN-SUB + 1.
           IF MGN-KEY(MGN-SUB) > MGN-KEY(MGN-SUB2)
               MOVE MGN-TABLE(MGN-SUB) TO MGN-SWAP-AREA
               MOVE MGN-TABLE(MGN-SUB2) TO MGN-TABLE(MGN-SUB)
               MOVE MGN-SWAP-AREA TO MGN-TABLE(MGN-SUB2)
               MOVE "Y" TO MGN-SORT-SW.
           GO TO SORT-MARGIN-LOOP.
       END-SMG.

      *ONE ACCOUNT: ITS PAIRS ARE TOTALLED FIRST SO THE ACCOUNT LINE
      *CAN LEAD, THEN THE PAIRS ARE PRINTED BENEATH IT.  MGN-SUB IS
      *LEFT ON THE FIRST PAIR OF THE NEXT ACCOUNT.

       MARGIN-PRINT-CUSTOMER.
           MOVE MGN-CUST(MGN-SUB) TO MGN-THIS-CUST.
           MOVE MGN-SUB TO MGN-FIRST.
           COMPUTE MGN-CUST-SALES = 0.
           COMPUTE MGN-CUST-COST = 0.
           MOVE SPACE TO MGN-CUST-NOCOST.
       MARGIN-CUST-SUM-LOOP.
           ADD MGN-SALES(MGN-SUB) TO MGN-CUST-SALES.
           ADD MGN-COST(MGN-SUB) TO MGN-CUST-COST.
           IF MGN-NOCOST(MGN-SUB) = "*"
               MOVE "*" TO MGN-CUST-NOCOST.
           ADD 1 TO MGN-SUB.
           IF MGN-SUB > MGN-COUNT
               GO TO MARGIN-CUST-LINE.
           IF MGN-CUST(MGN-SUB) = MGN-THIS-CUST
               GO TO MARGIN-CUST-SUM-LOOP.
       MARGIN-CUST-LINE.
           MOVE SPACES TO CUSTOMER-NAME.
           IF MGN-THIS-CUST = SPACES
               MOVE "CASH SALES" TO CUSTOMER-NAME
           ELSE
               MOVE MGN-THIS-CUST TO CUSTOMER-CODE
               PERFORM LOOKUP-CUSTOMER-MASTER THRU END-LCM.
           MOVE MGN-THIS-CUST TO MGN-SHOW-CODE.
           MOVE CUSTOMER-NAME TO MGN-SHOW-NAME.
           MOVE MGN-CUST-SALES TO MGN-SHOW-SALES.
           MOVE MGN-CUST-COST TO MGN-SHOW-COST.
           COMPUTE MGN-SHOW-MARGIN = MGN-SHOW-SALES - MGN-SHOW-COST.
           PERFORM MARGIN-PERCENT.
           MOVE SPACES TO MGN-SHOW-FLAG.
           IF MGN-SHOW-MARGIN < 0
               MOVE "LOSS" TO MGN-SHOW-FLAG.
           MOVE MGN-CUST-NOCOST TO MGN-SHOW-NOCOST.
           GENERATE MGN-CUST-GROUP.
           ADD MGN-CUST-SALES TO MGN-GRAND-SALES.
           ADD MGN-CUST-COST TO MGN-GRAND-COST.
           MOVE MGN-FIRST TO MGN-SUB2.
       MARGIN-PAIR-LOOP.
           IF MGN-SUB2 = MGN-SUB
               GO TO END-MPC.
           MOVE MGN-PROD(MGN-SUB2) TO MGN-SHOW-CODE.
           MOVE MGN-DESC(MGN-SUB2) TO MGN-SHOW-NAME.
           MOVE MGN-QTY(MGN-SUB2) TO MGN-SHOW-QTY.
           MOVE MGN-SALES(MGN-SUB2) TO MGN-SHOW-SALES.
           MOVE MGN-COST(MGN-SUB2) TO MGN-SHOW-COST.
           COMPUTE MGN-SHOW-MARGIN = MGN-SHOW-SALES - MGN-SHOW-COST.
           PERFORM MARGIN-PERCENT.
           MOVE SPACES TO MGN-SHOW-FLAG.
           IF MGN-SHOW-MARGIN < 0
               MOVE "LOSS" TO MGN-SHOW-FLAG
               ADD 1 TO MGN-LOSS-COUNT.
           MOVE MGN-NOCOST(MGN-SUB2) TO MGN-SHOW-NOCOST.
           IF MGN-DETAIL-SW = "Y" OR MGN-SHOW-FLAG = "LOSS"
               GENERATE MGN-PROD-GROUP.
           ADD 1 TO MGN-SUB2.
           GO TO MARGIN-PAIR-LOOP.
       END-MPC.

       MARGIN-PERCENT.
           COMPUTE MGN-SHOW-PCT = 0.
           IF MGN-SHOW-SALES NOT = 0
               COMPUTE MGN-SHOW-PCT ROUNDED =
                   (MGN-SHOW-MARGIN * 100) / MGN-SHOW-SALES
                   ON SIZE ERROR
                       COMPUTE MGN-SHOW-PCT = 0
               END-COMPUTE.

      *SCHEDULED PRICE CHANGES - A NEW LIST PRICE FOR ONE PRODUCT OR
      *A PERCENTAGE UPLIFT ACROSS A RANGE OF CODES, EACH KEYED AHEAD
      *WITH THE DATE IT TAKES EFFECT, AND A REPORT OF WHO IS AFFECTED
      *BEFORE IT DOES.

       PRICE-CHANGE-MENU.
           DISPLAY BLANK-SCREEN.
       PRICE-CHANGE-MENU-LOOP.
           DISPLAY PCH-OPTIONS-SCREEN.
           CALL X"83" USING MENU-OPTION.
           EVALUATE MENU-OPTION
               WHEN "1"
                   PERFORM EDIT-PRICE-CHANGES THRU END-EPC
               WHEN "2"
                   PERFORM PRINT-PRICE-IMPACT THRU END-PIR
               WHEN "0"
                   GO TO END-PCM
           END-EVALUATE.
           GO TO PRICE-CHANGE-MENU-LOOP.
       END-PCM.
           DISPLAY BLANK-SCREEN.

      *PRICE CHANGE MAINTENANCE - KEY THE FIRST PRODUCT CODE AND THE
      *EFFECTIVE DATE; AN ENTRY ALREADY ON FILE IS SHOWN AND MAY BE
      *AMENDED OR DELETED UNTIL IT HAS BEEN APPLIED.  THE LAST CODE
      *DEFAULTS TO THE FIRST (ONE PRODUCT).  EITHER A NEW PRICE OR AN
      *UPLIFT IS KEYED, NOT BOTH.  ANYTHING DUE TODAY GOES ON AS THE
      *OPERATOR LEAVES.

       EDIT-PRICE-CHANGES.
           DISPLAY BLANK-SCREEN.
       EPC-CODE-LOOP.
           MOVE SPACES TO PCH-ENTRY-FROM.
           DISPLAY PCH-CODE-SCREEN.
           ACCEPT PCH-CODE-SCREEN.
           IF PCH-ENTRY-FROM = SPACES
               GO TO EPC-APPLY.
           COMPUTE PCE-DAY = 0.
           COMPUTE PCE-MONTH = 0.
           COMPUTE PCE-YEAR = 0.
           DISPLAY PCH-DATE-SCREEN.
           ACCEPT PCH-DATE-SCREEN.
           IF PCE-MONTH < 1 OR PCE-MONTH > 12 OR
              PCE-DAY < 1 OR PCE-DAY > 31
               DISPLAY BLANK-SCREEN
               GO TO EPC-CODE-LOOP.
           PERFORM OPEN-PRICE-CHANGES THRU END-OPC.
           IF PCH-FILE-STATUS NOT = "00"
               GO TO EPC-NEXT.
           MOVE PCH-ENTRY-FROM TO PCH-FROM-CODE.
           COMPUTE PCH-EFF-YMD =
               (PCE-YEAR * 10000) + (PCE-MONTH * 100) + PCE-DAY.
           MOVE PCH-ENTRY-FROM TO PCH-ENTRY-TO.
           COMPUTE PCH-ENTRY-PRICE = 0.
           COMPUTE PCH-ENTRY-UPLIFT = 0.
           MOVE "N" TO PCH-FOUND-SW.
           READ PRICE-CHANGE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO PCH-FOUND-SW
                   MOVE PCH-TO-CODE TO PCH-ENTRY-TO
                   MOVE PCH-NEW-PRICE TO PCH-ENTRY-PRICE
                   MOVE PCH-UPLIFT TO PCH-ENTRY-UPLIFT
           END-READ.
           IF PCH-FOUND-SW = "Y" AND PCH-STATUS = "A"
               CLOSE PRICE-CHANGE-FILE
               DISPLAY PCH-APPLIED-SCREEN
               GO TO EPC-NEXT.
           CLOSE PRICE-CHANGE-FILE.
           MOVE "N" TO PCH-DELETE-SW.
           DISPLAY PCH-MAINT-SCREEN.
           ACCEPT PCH-MAINT-SCREEN.
           PERFORM OPEN-PRICE-CHANGES THRU END-OPC.
           IF PCH-FILE-STATUS NOT = "00"
               GO TO EPC-NEXT.
           MOVE PCH-ENTRY-FROM TO PCH-FROM-CODE.
           COMPUTE PCH-EFF-YMD =
               (PCE-YEAR * 10000) + (PCE-MONTH * 100) + PCE-DAY.
           MOVE "N" TO PCH-FOUND-SW.
           READ PRICE-CHANGE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO PCH-FOUND-SW
           END-READ.
           IF PCH-FOUND-SW = "Y" AND PCH-STATUS = "A"
               CLOSE PRICE-CHANGE-FILE
               DISPLAY PCH-APPLIED-SCREEN
               GO TO EPC-NEXT.
           IF PCH-DELETE-SW = "Y" OR PCH-DELETE-SW = "y"
               DELETE PRICE-CHANGE-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               CLOSE PRICE-CHANGE-FILE
               DISPLAY PCH-REMOVED-SCREEN
               GO TO EPC-NEXT.
           IF PCH-ENTRY-TO = SPACES OR PCH-ENTRY-TO < PCH-ENTRY-FROM
               MOVE PCH-ENTRY-FROM TO PCH-ENTRY-TO.
           IF (PCH-ENTRY-PRICE = 0 AND PCH-ENTRY-UPLIFT = 0) OR
              (PCH-ENTRY-PRICE NOT = 0 AND PCH-ENTRY-UPLIFT NOT = 0)
               CLOSE PRICE-CHANGE-FILE
               DISPLAY PCH-INVALID-SCREEN
               GO TO EPC-NEXT.
           PERFORM CHECK-PRICE-RANGE THRU END-CPR.
           IF PIM-FOUND-SW NOT = "Y"
               CLOSE PRICE-CHANGE-FILE
               DISPLAY PCH-NOPROD-SCREEN
               GO TO EPC-NEXT.
           MOVE PCH-ENTRY-TO TO PCH-TO-CODE.
           IF PCH-ENTRY-PRICE NOT = 0
               MOVE "P" TO PCH-TYPE
           ELSE
               MOVE "U" TO PCH-TYPE.
           MOVE PCH-ENTRY-PRICE TO PCH-NEW-PRICE.
           MOVE PCH-ENTRY-UPLIFT TO PCH-UPLIFT.
           MOVE SPACE TO PCH-STATUS.
           COMPUTE PCH-APPLIED-YMD = 0.
           MOVE OPERATOR-ID TO PCH-OPERATOR.
           COMPUTE PCH-PRODUCT-COUNT = 0.
           WRITE PRICE-CHANGE-RECORD
               INVALID KEY
                   REWRITE PRICE-CHANGE-RECORD
           END-WRITE.
           CLOSE PRICE-CHANGE-FILE.
           MOVE "PRICE KEYED" TO LOG-ACTION.
           MOVE PCH-EFF-YMD TO LOG-REFERENCE.
           IF PCH-TYPE = "P"
               MOVE PCH-NEW-PRICE TO LOG-AMOUNT
           ELSE
               MOVE PCH-UPLIFT TO LOG-AMOUNT.
           PERFORM WRITE-ACTIVITY-LOG THRU END-WAL.
           DISPLAY PCH-SAVED-SCREEN.
       EPC-NEXT.
           CALL X"83" USING ANY-KEY.
           DISPLAY BLANK-SCREEN.
           GO TO EPC-CODE-LOOP.
       EPC-APPLY.
           PERFORM APPLY-PRICE-CHANGES THRU END-APC.
       END-EPC.
           DISPLAY BLANK-SCREEN.

      *PRICECHG.DAT IS NEVER HELD OPEN WHILE A CHANGE IS KEYED - THE
      *OTHER TERMINAL MAY BE APPLYING CHANGES WITH THE FILE OPENED
      *EXCLUSIVELY, SO IT IS OPENED AROUND EACH READ AND EACH FILING
      *AND WAITED FOR WHILE IN USE.  ANY OTHER FAILURE IS SHOWN AND
      *COMES BACK IN PCH-FILE-STATUS WITH THE FILE CLOSED.

       OPEN-PRICE-CHANGES.
           COMPUTE LOCK-TRIES = 0.
       OPEN-PRICE-CHANGES-TRY.
           OPEN I-O PRICE-CHANGE-FILE.
           IF PCH-FILE-STATUS = "35"
               OPEN OUTPUT PRICE-CHANGE-FILE
               CLOSE PRICE-CHANGE-FILE
               OPEN I-O PRICE-CHANGE-FILE.
           MOVE PCH-FILE-STATUS TO LOCK-FILE-STATUS.
           PERFORM LOCK-WAIT THRU END-LKW.
           IF LOCK-BUSY-SW = "Y"
               GO TO OPEN-PRICE-CHANGES-TRY.
           IF PCH-FILE-STATUS NOT = "00"
               DISPLAY FILE-ERROR-SCREEN.
       END-OPC.

       CHECK-PRICE-RANGE.
           MOVE "N" TO PIM-FOUND-SW.
           OPEN INPUT PRODUCT-MASTER-FILE.
           IF PROD-FILE-STATUS NOT = "00"
               GO TO END-CPR.
           MOVE PCH-ENTRY-FROM TO PROD-CODE.
           START PRODUCT-MASTER-FILE KEY IS NOT LESS THAN PROD-CODE
               INVALID KEY
                   GO TO CHECK-PRICE-RANGE-OUT.
           READ PRODUCT-MASTER-FILE NEXT RECORD
               AT END
                   GO TO CHECK-PRICE-RANGE-OUT
           END-READ.
           IF PROD-CODE NOT > PCH-ENTRY-TO
               MOVE "Y" TO PIM-FOUND-SW.
       CHECK-PRICE-RANGE-OUT.
           CLOSE PRODUCT-MASTER-FILE.
       END-CPR.

      *THE LIST PRICE A CHANGE GIVES, FROM THE PRICE BEFORE IT IN
      *PCH-OLD-PRICE.  AN UPLIFT THAT WOULD TAKE THE PRICE PAST WHAT
      *THE PRODUCT RECORD HOLDS LEAVES IT WHERE IT WAS.

       NEW-LIST-PRICE.
           IF PCH-TYPE = "P"
               MOVE PCH-NEW-PRICE TO PCH-CALC-PRICE
           ELSE
               COMPUTE PCH-CALC-PRICE ROUNDED =
                   PCH-OLD-PRICE * (100 + PCH-UPLIFT) / 100
                   ON SIZE ERROR
                       MOVE PCH-OLD-PRICE TO PCH-CALC-PRICE
               END-COMPUTE.

      *START-UP, AND ON LEAVING MAINTENANCE - EVERY CHANGE DATED TODAY
      *OR EARLIER THAT IS NOT YET APPLIED GOES ONTO THE PRODUCT FILE,
      *OLDEST FIRST, AND IS STAMPED "A" WITH THE DAY AND THE NUMBER
      *OF PRODUCTS IT MOVED.  NO SCREEN WORK, SO THE OVERNIGHT RUN
      *APPLIES THEM TOO.  THE FILE IS OPENED EXCLUSIVELY SO TWO
      *TERMINALS STARTING TOGETHER CANNOT BOTH APPLY THE SAME UPLIFT -
      *WHICHEVER FINDS IT IN USE LEAVES THE WORK TO THE OTHER.  A
      *CHANGE THAT STOPS PART WAY (A PRODUCT THAT WOULD NOT REWRITE,
      *OR PIM-TABLE FULL) IS SPLIT BY HOLD-PRICE-CHANGE AND NOTHING
      *LATER IS APPLIED, SO CHANGES STILL GO ON OLDEST FIRST AT THE
      *NEXT START-UP.  A CHANGE RECORD THAT WILL NOT TAKE ITS "A"
      *STOPS THE RUN TOO, AND IS LOGGED AS "PRICE FAILED".

       APPLY-PRICE-CHANGES.
           COMPUTE PCH-TODAY-YMD =
               (DATE-YEAR * 10000) + (DATE-MONTH * 100) + DATE-DAY.
           OPEN I-O PRICE-CHANGE-FILE WITH LOCK.
           IF PCH-FILE-STATUS NOT = "00"
               GO TO END-APC.
           MOVE LOW-VALUES TO PCH-KEY.
           START PRICE-CHANGE-FILE KEY IS NOT LESS THAN PCH-KEY
               INVALID KEY
                   GO TO APPLY-PRICE-DONE.
       APPLY-PRICE-LOOP.
           READ PRICE-CHANGE-FILE NEXT RECORD
               AT END
                   GO TO APPLY-PRICE-DONE
           END-READ.
           IF PCH-EFF-YMD > PCH-TODAY-YMD
               GO TO APPLY-PRICE-DONE.
           IF PCH-STATUS = "A"
               GO TO APPLY-PRICE-LOOP.
           PERFORM APPLY-ONE-PRICE-CHANGE THRU END-AOP.
           IF PCH-STOP-SW = "Y" AND PCH-APPLY-COUNT = 0
               GO TO APPLY-PRICE-DONE.
           IF PCH-STOP-SW = "Y"
               PERFORM HOLD-PRICE-CHANGE THRU END-HPC.
           MOVE "A" TO PCH-STATUS.
           MOVE PCH-TODAY-YMD TO PCH-APPLIED-YMD.
           MOVE PCH-APPLY-COUNT TO PCH-PRODUCT-COUNT.
           REWRITE PRICE-CHANGE-RECORD.
           IF PCH-FILE-STATUS NOT = "00"
               MOVE "PRICE FAILED" TO LOG-ACTION
           ELSE
               MOVE "PRICE CHANGE" TO LOG-ACTION.
           MOVE PCH-EFF-YMD TO LOG-REFERENCE.
           MOVE PCH-APPLY-COUNT TO LOG-AMOUNT.
           PERFORM WRITE-ACTIVITY-LOG THRU END-WAL.
           IF PCH-FILE-STATUS NOT = "00" OR PCH-STOP-SW = "Y"
               GO TO APPLY-PRICE-DONE.
           GO TO APPLY-PRICE-LOOP.
       APPLY-PRICE-DONE.
           CLOSE PRICE-CHANGE-FILE.
       END-APC.

      *ONE CHANGE.  EACH PRODUCT IN THE RANGE IS REPRICED AND NOTED
      *IN PIM-TABLE, THEN ANY STANDING ORDER LINE STILL AT THE OLD
      *LIST PRICE FOLLOWS IT UP.  A LINE PRICED BY HAND STAYS PUT.
      *A PRODUCT THAT WILL NOT REWRITE, OR ONE THAT WOULD OVERFILL
      *PIM-TABLE, STOPS THE CHANGE THERE WITH PCH-STOP-SW SET AND
      *ITS CODE IN PCH-STOP-CODE - NOTHING IS REPRICED THAT ITS
      *STANDING ORDER LINES CANNOT FOLLOW.

       APPLY-ONE-PRICE-CHANGE.
           COMPUTE PCH-APPLY-COUNT = 0.
           COMPUTE PIM-COUNT = 0.
           MOVE "N" TO PCH-STOP-SW.
           OPEN I-O PRODUCT-MASTER-FILE.
           IF PROD-FILE-STATUS NOT = "00"
               MOVE "Y" TO PCH-STOP-SW
               GO TO END-AOP.
           MOVE PCH-FROM-CODE TO PROD-CODE.
           START PRODUCT-MASTER-FILE KEY IS NOT LESS THAN PROD-CODE
               INVALID KEY
                   GO TO APPLY-ONE-PRICE-OUT.
       APPLY-ONE-PRICE-LOOP.
           READ PRODUCT-MASTER-FILE NEXT RECORD
               AT END
                   GO TO APPLY-ONE-PRICE-OUT
           END-READ.
           IF PROD-CODE > PCH-TO-CODE
               GO TO APPLY-ONE-PRICE-OUT.
           PERFORM LOCK-PRODUCT-RECORD THRU END-LKP.
           IF LOCK-FOUND-SW NOT = "Y"
               GO TO APPLY-ONE-PRICE-LOOP.
           MOVE PROD-PRICE TO PCH-OLD-PRICE.
           PERFORM NEW-LIST-PRICE.
           IF PCH-CALC-PRICE = PCH-OLD-PRICE
               GO TO APPLY-ONE-PRICE-LOOP.
           IF PIM-COUNT = 1000
               MOVE "Y" TO PCH-STOP-SW
               MOVE PROD-CODE TO PCH-STOP-CODE
               GO TO APPLY-ONE-PRICE-OUT.
           MOVE PCH-CALC-PRICE TO PROD-PRICE.
           REWRITE PRODUCT-MASTER-RECORD.
           IF PROD-FILE-STATUS NOT = "00"
               MOVE "Y" TO PCH-STOP-SW
               MOVE PROD-CODE TO PCH-STOP-CODE
               GO TO APPLY-ONE-PRICE-OUT.
           ADD 1 TO PCH-APPLY-COUNT.
           MOVE PROD-CODE TO PCH-LAST-CODE.
           ADD 1 TO PIM-COUNT.
           MOVE PROD-CODE TO PIM-CODE(PIM-COUNT).
           MOVE PCH-OLD-PRICE TO PIM-OLD(PIM-COUNT).
           MOVE PCH-CALC-PRICE TO PIM-NEW(PIM-COUNT).
           GO TO APPLY-ONE-PRICE-LOOP.
       APPLY-ONE-PRICE-OUT.
           CLOSE PRODUCT-MASTER-FILE.
           IF PIM-COUNT > 0
               PERFORM APPLY-SO-PRICES THRU END-ASP.
       END-AOP.

      *A CHANGE THAT STOPPED PART WAY.  THE PRODUCTS FROM THE STOP
      *CODE ON GO BACK ON FILE AS A CHANGE OF THEIR OWN, STILL
      *PENDING, AND THE RECORD IN HAND IS CUT BACK TO THE LAST CODE
      *REPRICED FOR THE CALLER TO STAMP "A" - SO THE NEXT START-UP
      *PICKS UP WHERE THIS ONE LEFT OFF AND NO PRODUCT TAKES AN
      *UPLIFT TWICE.  IF ANOTHER CHANGE ALREADY STARTS ON THE STOP
      *CODE THAT DAY THE REST CANNOT BE HELD, AND IS LOGGED AS
      *"PRICE PART" FOR THE OFFICE TO KEY AGAIN.

       HOLD-PRICE-CHANGE.
           MOVE PRICE-CHANGE-RECORD TO PCH-SAVE-RECORD.
           MOVE PCH-STOP-CODE TO PCH-FROM-CODE.
           WRITE PRICE-CHANGE-RECORD
               INVALID KEY
                   MOVE "PRICE PART" TO LOG-ACTION
                   MOVE PCH-EFF-YMD TO LOG-REFERENCE
                   COMPUTE LOG-AMOUNT = 0
                   PERFORM WRITE-ACTIVITY-LOG THRU END-WAL
           END-WRITE.
           MOVE PCH-SAVE-RECORD TO PRICE-CHANGE-RECORD.
           MOVE PCH-LAST-CODE TO PCH-TO-CODE.
       END-HPC.

       APPLY-SO-PRICES.
           OPEN I-O STANDING-ORDER-FILE.
           IF SO-FILE-STATUS NOT = "00"
               GO TO END-ASP.
           MOVE SPACES TO SO-CUST-CODE.
           COMPUTE SO-LINE-NO = 0.
           START STANDING-ORDER-FILE KEY IS NOT LESS THAN SO-KEY
               INVALID KEY
                   GO TO APPLY-SO-PRICES-OUT.
       APPLY-SO-PRICES-LOOP.
           READ STANDING-ORDER-FILE NEXT RECORD
               AT END
                   GO TO APPLY-SO-PRICES-OUT
           END-READ.
           IF SO-LINE-NO = 0 OR SO-GOODS-CODE = SPACES
               GO TO APPLY-SO-PRICES-LOOP.
           MOVE SO-GOODS-CODE TO PIM-LOOK-CODE.
           PERFORM FIND-PRICE-IMPACT THRU END-FPI.
           IF PIM-FOUND-SW = "Y" AND
              SO-GOODS-PRICE = PIM-OLD(PIM-SUB)
               MOVE PIM-NEW(PIM-SUB) TO SO-GOODS-PRICE
               REWRITE STANDING-ORDER-RECORD.
           GO TO APPLY-SO-PRICES-LOOP.
       APPLY-SO-PRICES-OUT.
           CLOSE STANDING-ORDER-FILE.
       END-ASP.

       FIND-PRICE-IMPACT.
           MOVE "N" TO PIM-FOUND-SW.
           COMPUTE PIM-SUB = 0.
       FIND-PRICE-IMPACT-LOOP.
           IF PIM-SUB = PIM-COUNT
               GO TO END-FPI.
           ADD 1 TO PIM-SUB.
           IF PIM-CODE(PIM-SUB) NOT = PIM-LOOK-CODE
               GO TO FIND-PRICE-IMPACT-LOOP.
           MOVE "Y" TO PIM-FOUND-SW.
       END-FPI.

      *IMPACT REPORT.  EVERY CHANGE NOT YET APPLIED IS WORKED THROUGH
      *THE PRODUCT FILE INTO PIM-TABLE, THEN THE STANDING ORDERS,
      *QUOTATIONS AND CONTRACT PRICES ARE EACH READ ONCE AGAINST IT.
      *ACCOUNT NAMES COME FROM THE CUSTOMER FILE, SO THE KEYED ORDER
      *IS SAVED AND PUT BACK AROUND THE PRINT.

       PRINT-PRICE-IMPACT.
           DISPLAY BLANK-SCREEN.
           PERFORM BUILD-PRICE-IMPACT-TABLE THRU END-BPI.
           IF PIM-COUNT = 0
               DISPLAY PCH-NONE-SCREEN
               CALL X"83" USING ANY-KEY
               GO TO END-PIR.
           PERFORM SAVE-LIVE-INVOICE-DATA THRU END-SLD.
           MOVE "PRINTER" TO PRINTER-DEVICE-NAME.
           OPEN OUTPUT PRINTER-FILE.
           DISPLAY PRINTING-SCREEN.
           INITIATE PRICE-IMPACT-REPORT.
           GENERATE PIM-PROD-HEAD.
           COMPUTE PIM-SUB = 0.
       PRICE-IMPACT-PROD-LOOP.
           IF PIM-SUB = PIM-COUNT
               GO TO PRICE-IMPACT-ORDERS.
           ADD 1 TO PIM-SUB.
           MOVE PIM-CODE(PIM-SUB) TO PIM-SHOW-PROD.
           MOVE PIM-DESC(PIM-SUB) TO PIM-SHOW-DESC.
           MOVE SPACES TO PIM-SHOW-EFF.
           STRING
           PIM-EFF-YMD(PIM-SUB)(5:2)
           "/"
           PIM-EFF-YMD(PIM-SUB)(3:2)
           "/"
           PIM-EFF-YMD(PIM-SUB)(1:2)
           DELIMITED BY SIZE
           INTO PIM-SHOW-EFF.
           MOVE PIM-OLD(PIM-SUB) TO PIM-SHOW-OLD.
           MOVE PIM-NEW(PIM-SUB) TO PIM-SHOW-NEW.
           COMPUTE PIM-SHOW-PCT = 0.
           IF PIM-SHOW-OLD NOT = 0
               COMPUTE PIM-SHOW-PCT ROUNDED =
                   ((PIM-SHOW-NEW - PIM-SHOW-OLD) * 100) / PIM-SHOW-OLD
                   ON SIZE ERROR
                       COMPUTE PIM-SHOW-PCT = 0
               END-COMPUTE.
           GENERATE PIM-PROD-GROUP.
           GO TO PRICE-IMPACT-PROD-LOOP.
       PRICE-IMPACT-ORDERS.
           MOVE LOW-VALUES TO PIM-NAME-CODE.
           GENERATE PIM-SO-HEAD.
           PERFORM PRICE-IMPACT-STANDING THRU END-PIS.
           GENERATE PIM-QUO-HEAD.
           PERFORM PRICE-IMPACT-QUOTES THRU END-PIQ.
           GENERATE PIM-CTR-HEAD.
           PERFORM PRICE-IMPACT-CONTRACTS THRU END-PIK.
           TERMINATE PRICE-IMPACT-REPORT.
           CLOSE PRINTER-FILE.
           PERFORM RESTORE-LIVE-INVOICE-DATA THRU END-RLD.
           IF PIM-FULL-SW = "Y"
               DISPLAY PIM-FULL-SCREEN.
           CALL X"83" USING ANY-KEY.
       END-PIR.
           DISPLAY BLANK-SCREEN.

       BUILD-PRICE-IMPACT-TABLE.
           COMPUTE PIM-COUNT = 0.
           MOVE "N" TO PIM-FULL-SW.
           OPEN INPUT PRICE-CHANGE-FILE.
           IF PCH-FILE-STATUS NOT = "00"
               GO TO END-BPI.
           MOVE LOW-VALUES TO PCH-KEY.
           START PRICE-CHANGE-FILE KEY IS NOT LESS THAN PCH-KEY
               INVALID KEY
                   GO TO BUILD-PRICE-IMPACT-DONE.
       BUILD-PRICE-IMPACT-LOOP.
           READ PRICE-CHANGE-FILE NEXT RECORD
               AT END
                   GO TO BUILD-PRICE-IMPACT-DONE
           END-READ.
           IF PCH-STATUS = "A"
               GO TO BUILD-PRICE-IMPACT-LOOP.
           PERFORM PRICE-IMPACT-CHANGE THRU END-PIX.
           GO TO BUILD-PRICE-IMPACT-LOOP.
       BUILD-PRICE-IMPACT-DONE.
           CLOSE PRICE-CHANGE-FILE.
       END-BPI.

      *A PRODUCT ALREADY IN THE TABLE FROM AN EARLIER CHANGE TAKES
      *THIS ONE ON TOP; ITS "OLD" PRICE STAYS TODAY'S LIST PRICE.

       PRICE-IMPACT-CHANGE.
           OPEN INPUT PRODUCT-MASTER-FILE.
           IF PROD-FILE-STATUS NOT = "00"
               GO TO END-PIX.
           MOVE PCH-FROM-CODE TO PROD-CODE.
           START PRODUCT-MASTER-FILE KEY IS NOT LESS THAN PROD-CODE
               INVALID KEY
                   GO TO PRICE-IMPACT-CHANGE-OUT.
       PRICE-IMPACT-CHANGE-LOOP.
           READ PRODUCT-MASTER-FILE NEXT RECORD
               AT END
                   GO TO PRICE-IMPACT-CHANGE-OUT
           END-READ.
           IF PROD-CODE > PCH-TO-CODE
               GO TO PRICE-IMPACT-CHANGE-OUT.
           MOVE PROD-CODE TO PIM-LOOK-CODE.
           PERFORM FIND-PRICE-IMPACT THRU END-FPI.
           IF PIM-FOUND-SW = "Y"
               MOVE PIM-NEW(PIM-SUB) TO PCH-OLD-PRICE
               GO TO PRICE-IMPACT-CHANGE-NEW.
           IF PIM-COUNT = 1000
               MOVE "Y" TO PIM-FULL-SW
               GO TO PRICE-IMPACT-CHANGE-LOOP.
           ADD 1 TO PIM-COUNT.
           MOVE PIM-COUNT TO PIM-SUB.
           MOVE PROD-CODE TO PIM-CODE(PIM-SUB).
           MOVE PROD-DESC TO PIM-DESC(PIM-SUB).
           MOVE PROD-PRICE TO PIM-OLD(PIM-SUB).
           MOVE PROD-UNIT-COST TO PIM-COST(PIM-SUB).
           MOVE PROD-PRICE TO PCH-OLD-PRICE.
       PRICE-IMPACT-CHANGE-NEW.
           PERFORM NEW-LIST-PRICE.
           MOVE PCH-CALC-PRICE TO PIM-NEW(PIM-SUB).
           MOVE PCH-EFF-YMD TO PIM-EFF-YMD(PIM-SUB).
           GO TO PRICE-IMPACT-CHANGE-LOOP.
       PRICE-IMPACT-CHANGE-OUT.
           CLOSE PRODUCT-MASTER-FILE.
       END-PIX.

      *A STANDING ORDER LINE AT THE OLD LIST PRICE MOVES WITH THE
      *CHANGE; ONE PRICED BY HAND DOES NOT; ONE WITH A CONTRACT PRICE
      *IS INVOICED AT THE CONTRACT PRICE EITHER WAY.

       PRICE-IMPACT-STANDING.
           COMPUTE PIM-LINE-COUNT = 0.
           OPEN INPUT STANDING-ORDER-FILE.
           IF SO-FILE-STATUS NOT = "00"
               GO TO PRICE-IMPACT-STANDING-END.
           MOVE SPACES TO SO-CUST-CODE.
           COMPUTE SO-LINE-NO = 0.
           START STANDING-ORDER-FILE KEY IS NOT LESS THAN SO-KEY
               INVALID KEY
                   GO TO PRICE-IMPACT-STANDING-OUT.
       PRICE-IMPACT-STANDING-LOOP.
           READ STANDING-ORDER-FILE NEXT RECORD
               AT END
                   GO TO PRICE-IMPACT-STANDING-OUT
           END-READ.
           IF SO-LINE-NO = 0 OR SO-GOODS-CODE = SPACES
               GO TO PRICE-IMPACT-STANDING-LOOP.
           MOVE SO-GOODS-CODE TO PIM-LOOK-CODE.
           PERFORM FIND-PRICE-IMPACT THRU END-FPI.
           IF PIM-FOUND-SW NOT = "Y"
               GO TO PRICE-IMPACT-STANDING-LOOP.
           MOVE SO-CUST-CODE TO PIM-SHOW-REF.
           PERFORM PRICE-IMPACT-NAME.
           MOVE SO-GOODS-CODE TO PIM-SHOW-PROD.
           MOVE SO-GOODS-QTY TO PIM-SHOW-QTY.
           MOVE SO-GOODS-PRICE TO PIM-SHOW-OLD.
           MOVE SO-GOODS-PRICE TO PIM-SHOW-NEW.
           MOVE "OWN PRICE" TO PIM-SHOW-NOTE.
           IF SO-GOODS-PRICE = PIM-OLD(PIM-SUB)
               MOVE PIM-NEW(PIM-SUB) TO PIM-SHOW-NEW
               MOVE "LIST PRICE" TO PIM-SHOW-NOTE.
           MOVE SO-CUST-CODE TO CTR-CUSTOMER-CODE.
           MOVE SO-GOODS-CODE TO CTR-PRODUCT-CODE.
           PERFORM LOOKUP-CONTRACT-PRICE THRU END-LCP.
           IF CTR-FOUND-SW = "Y"
               MOVE CTR-PRICE TO PIM-SHOW-OLD
               MOVE CTR-PRICE TO PIM-SHOW-NEW
               MOVE "CONTRACT" TO PIM-SHOW-NOTE.
           COMPUTE PIM-SHOW-OLD-VALUE = PIM-SHOW-QTY * PIM-SHOW-OLD.
           COMPUTE PIM-SHOW-NEW-VALUE = PIM-SHOW-QTY * PIM-SHOW-NEW.
           GENERATE PIM-ORDER-GROUP.
           ADD 1 TO PIM-LINE-COUNT.
           GO TO PRICE-IMPACT-STANDING-LOOP.
       PRICE-IMPACT-STANDING-OUT.
           CLOSE STANDING-ORDER-FILE.
       PRICE-IMPACT-STANDING-END.
           IF PIM-LINE-COUNT = 0
               GENERATE PIM-NONE-GROUP.
       END-PIS.

      *AN OPEN QUOTATION KEEPS THE PRICE IT WAS GIVEN AT; THE NEW
      *VALUE IS WHAT THE SAME GOODS WOULD COME TO AT THE NEW LIST.

       PRICE-IMPACT-QUOTES.
           COMPUTE PIM-LINE-COUNT = 0.
           MOVE "N" TO PIM-QUOTE-OPEN-SW.
           OPEN INPUT QUOTATION-FILE.
           IF QUO-FILE-STATUS NOT = "00"
               GO TO PRICE-IMPACT-QUOTES-END.
           MOVE ZEROS TO QUO-KEY.
           START QUOTATION-FILE KEY IS NOT LESS THAN QUO-KEY
               INVALID KEY
                   GO TO PRICE-IMPACT-QUOTES-OUT.
       PRICE-IMPACT-QUOTES-LOOP.
           READ QUOTATION-FILE NEXT RECORD
               AT END
                   GO TO PRICE-IMPACT-QUOTES-OUT
           END-READ.
           MOVE QUOTATION-RECORD TO INVOICE-HISTORY-RECORD.
           IF INVH-LINE-NO = 0
               MOVE "N" TO PIM-QUOTE-OPEN-SW
               IF INVH-RECORD-TYPE = "Q"
                   MOVE "Y" TO PIM-QUOTE-OPEN-SW
                   MOVE INVH-CUSTOMER-NAME TO PIM-QUOTE-NAME
               END-IF
               GO TO PRICE-IMPACT-QUOTES-LOOP.
           IF PIM-QUOTE-OPEN-SW NOT = "Y" OR
              INVH-RECORD-TYPE NOT = "D" OR
              INVH-GOODS-CODE = SPACES
               GO TO PRICE-IMPACT-QUOTES-LOOP.
           MOVE INVH-GOODS-CODE TO PIM-LOOK-CODE.
           PERFORM FIND-PRICE-IMPACT THRU END-FPI.
           IF PIM-FOUND-SW NOT = "Y"
               GO TO PRICE-IMPACT-QUOTES-LOOP.
           MOVE INVH-INVOICE-NO TO PIM-SHOW-REF.
           MOVE PIM-QUOTE-NAME TO PIM-SHOW-NAME.
           MOVE INVH-GOODS-CODE TO PIM-SHOW-PROD.
           MOVE INVH-GOODS-QTY TO PIM-SHOW-QTY.
           MOVE INVH-GOODS-PRICE TO PIM-SHOW-OLD.
           MOVE PIM-NEW(PIM-SUB) TO PIM-SHOW-NEW.
           MOVE "AS QUOTED" TO PIM-SHOW-NOTE.
           COMPUTE PIM-SHOW-OLD-VALUE = PIM-SHOW-QTY * PIM-SHOW-OLD.
           COMPUTE PIM-SHOW-NEW-VALUE = PIM-SHOW-QTY * PIM-SHOW-NEW.
           GENERATE PIM-ORDER-GROUP.
           ADD 1 TO PIM-LINE-COUNT.
           GO TO PRICE-IMPACT-QUOTES-LOOP.
       PRICE-IMPACT-QUOTES-OUT.
           CLOSE QUOTATION-FILE.
       PRICE-IMPACT-QUOTES-END.
           IF PIM-LINE-COUNT = 0
               GENERATE PIM-NONE-GROUP.
       END-PIQ.

      *A CONTRACT PRICE DOES NOT MOVE WITH THE LIST; THE REPORT SHOWS
      *THE DISCOUNT IT GIVES OFF THE OLD AND THE NEW LIST PRICE, AND
      *FLAGS ONE THAT WOULD NOW BE DEARER THAN LIST OR IS BELOW COST.

       PRICE-IMPACT-CONTRACTS.
           COMPUTE PIM-LINE-COUNT = 0.
           OPEN INPUT CONTRACT-PRICE-FILE.
           IF CTR-FILE-STATUS NOT = "00"
               GO TO PRICE-IMPACT-CONTRACTS-END.
           MOVE LOW-VALUES TO CP-KEY.
           START CONTRACT-PRICE-FILE KEY IS NOT LESS THAN CP-KEY
               INVALID KEY
                   GO TO PRICE-IMPACT-CONTRACTS-OUT.
       PRICE-IMPACT-CONTRACTS-LOOP.
           READ CONTRACT-PRICE-FILE NEXT RECORD
               AT END
                   GO TO PRICE-IMPACT-CONTRACTS-OUT
           END-READ.
           MOVE CP-PROD-CODE TO PIM-LOOK-CODE.
           PERFORM FIND-PRICE-IMPACT THRU END-FPI.
           IF PIM-FOUND-SW NOT = "Y"
               GO TO PRICE-IMPACT-CONTRACTS-LOOP.
           MOVE CP-CUST-CODE TO PIM-SHOW-REF.
           PERFORM PRICE-IMPACT-NAME.
           MOVE CP-PROD-CODE TO PIM-SHOW-PROD.
           MOVE CP-PRICE TO PIM-SHOW-CONTRACT.
           MOVE PIM-OLD(PIM-SUB) TO PIM-SHOW-OLD.
           MOVE PIM-NEW(PIM-SUB) TO PIM-SHOW-NEW.
           COMPUTE PIM-SHOW-PCT = 0.
           IF PIM-SHOW-OLD NOT = 0
               COMPUTE PIM-SHOW-PCT ROUNDED =
                   ((PIM-SHOW-OLD - CP-PRICE) * 100) / PIM-SHOW-OLD
                   ON SIZE ERROR
                       COMPUTE PIM-SHOW-PCT = 0
               END-COMPUTE.
           COMPUTE PIM-SHOW-NEW-PCT = 0.
           IF PIM-SHOW-NEW NOT = 0
               COMPUTE PIM-SHOW-NEW-PCT ROUNDED =
                   ((PIM-SHOW-NEW - CP-PRICE) * 100) / PIM-SHOW-NEW
                   ON SIZE ERROR
                       COMPUTE PIM-SHOW-NEW-PCT = 0
               END-COMPUTE.
           MOVE SPACES TO PIM-SHOW-NOTE.
           IF CP-PRICE < PIM-COST(PIM-SUB)
               MOVE "BELOW COST" TO PIM-SHOW-NOTE.
           IF CP-PRICE > PIM-SHOW-NEW
               MOVE "ABOVE LIST" TO PIM-SHOW-NOTE.
           GENERATE PIM-CONTRACT-GROUP.
           ADD 1 TO PIM-LINE-COUNT.
           GO TO PRICE-IMPACT-CONTRACTS-LOOP.
       PRICE-IMPACT-CONTRACTS-OUT.
           CLOSE CONTRACT-PRICE-FILE.
       PRICE-IMPACT-CONTRACTS-END.
           IF PIM-LINE-COUNT = 0
               GENERATE PIM-NONE-GROUP.
       END-PIK.

       PRICE-IMPACT-NAME.
           IF PIM-SHOW-REF NOT = PIM-NAME-CODE
               MOVE PIM-SHOW-REF TO PIM-NAME-CODE
               MOVE PIM-SHOW-REF TO CUSTOMER-CODE
               MOVE SPACES TO CUSTOMER-NAME
               PERFORM LOOKUP-CUSTOMER-MASTER THRU END-LCM.
           MOVE CUSTOMER-NAME TO PIM-SHOW-NAME.

      *ONE PASS OF THE STATEMENT.  A LINE ALREADY IN BANKTXN.DAT WAS
      *LOADED BY AN EARLIER RUN AND IS PASSED OVER, ONCE ANY POSTING
      *THAT RUN LEFT "P" HAS BEEN SETTLED.  A NEW LINE IS
      *FILED AS AN EXCEPTION BEFORE ANYTHING IS POSTED AND ONLY
      *RESTAMPED "M" ONCE ITS PAYMENT IS ON FILE, SO A RUN CUT SHORT
      *CAN LEAVE A RECEIPT TO REVIEW BUT NEVER ONE POSTED TWICE.

       BANK-IMPORT.
           DISPLAY BLANK-SCREEN.
           DISPLAY BANK-CONFIRM-SCREEN.
           CALL X"83" USING ANY-KEY.
           IF ANY-KEY NOT = "Y" AND ANY-KEY NOT = "y"
               GO TO END-BKI.
           OPEN INPUT BANK-STATEMENT-FILE.
           IF BNK-FILE-STATUS NOT = "00"
               DISPLAY BANK-NOFILE-SCREEN
               CALL X"83" USING ANY-KEY
               GO TO END-BKI.
           DISPLAY PRINTING-SCREEN.
           PERFORM BANK-LOAD-OPEN-ITEMS THRU END-BLO.
           OPEN I-O BANK-TRANSACTION-FILE.
           IF BTX-FILE-STATUS = "35"
               OPEN OUTPUT BANK-TRANSACTION-FILE
               CLOSE BANK-TRANSACTION-FILE
               OPEN I-O BANK-TRANSACTION-FILE.
           COMPUTE BNK-READ-COUNT = 0.
           COMPUTE BNK-DUP-COUNT = 0.
           COMPUTE BNK-SKIP-COUNT = 0.
           COMPUTE BNK-POSTED-COUNT = 0.
           COMPUTE BNK-POSTED-VALUE = 0.
           COMPUTE BNK-EXC-COUNT = 0.
           COMPUTE BNK-EXC-VALUE = 0.
           COMPUTE BNK-SEEN-COUNT = 0.
           MOVE "BANK STATEMENT IMPORT" TO BNK-REPORT-TITLE.
           MOVE "PRINTER" TO PRINTER-DEVICE-NAME.
           OPEN OUTPUT PRINTER-FILE.
           INITIATE BANK-IMPORT-REPORT.
       BANK-IMPORT-LOOP.
           READ BANK-STATEMENT-FILE
               AT END
                   GO TO BANK-IMPORT-DONE
           END-READ.
           ADD 1 TO BNK-READ-COUNT.
           PERFORM BANK-IMPORT-LINE THRU END-BKL.
           GO TO BANK-IMPORT-LOOP.
       BANK-IMPORT-DONE.
           GENERATE BNK-SUMMARY-GROUP.
           TERMINATE BANK-IMPORT-REPORT.
           CLOSE PRINTER-FILE.
           CLOSE BANK-TRANSACTION-FILE.
           CLOSE BANK-STATEMENT-FILE.
           MOVE "BANK IMPORT" TO LOG-ACTION.
           COMPUTE LOG-REFERENCE = BNK-POSTED-COUNT + BNK-EXC-COUNT.
           MOVE BNK-POSTED-VALUE TO LOG-AMOUNT.
           PERFORM WRITE-ACTIVITY-LOG THRU END-WAL.
           DISPLAY BANK-DONE-SCREEN.
           CALL X"83" USING ANY-KEY.
       END-BKI.
           DISPLAY BLANK-SCREEN.

      *ONE STATEMENT LINE.  HEADINGS, BLANK LINES AND ANYTHING WITHOUT
      *A DATE IN FRONT ARE COUNTED AND SKIPPED, AS ARE MONEY GOING
      *OUT AND NIL LINES.

       BANK-IMPORT-LINE.
           PERFORM BANK-SPLIT-LINE THRU END-BSL.
           MOVE BNK-F-DATE(1:2) TO BNK-DAY-X.
           MOVE BNK-F-DATE(4:2) TO BNK-MONTH-X.
           IF BNK-F-DATE(9:2) = SPACES
               MOVE BNK-F-DATE(7:2) TO BNK-YEAR-X
           ELSE
               MOVE BNK-F-DATE(9:2) TO BNK-YEAR-X.
           IF BNK-DAY-X NOT NUMERIC OR BNK-MONTH-X NOT NUMERIC OR
              BNK-YEAR-X NOT NUMERIC
               ADD 1 TO BNK-SKIP-COUNT
               GO TO END-BKL.
           MOVE BNK-DAY-X TO BNK-LINE-DAY.
           MOVE BNK-MONTH-X TO BNK-LINE-MONTH.
           MOVE BNK-YEAR-X TO BNK-LINE-YEAR.
           IF BNK-LINE-DAY = 0 OR BNK-LINE-DAY > 31 OR
              BNK-LINE-MONTH = 0 OR BNK-LINE-MONTH > 12
               ADD 1 TO BNK-SKIP-COUNT
               GO TO END-BKL.
           PERFORM BANK-PARSE-AMOUNT THRU END-BPA.
           IF BNK-AMT-NEGATIVE-SW = "Y" OR BNK-AMOUNT = 0
               ADD 1 TO BNK-SKIP-COUNT
               GO TO END-BKL.
           INSPECT BNK-F-NARRATIVE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           COMPUTE BTX-DATE-YMD = (BNK-LINE-YEAR * 10000) +
               (BNK-LINE-MONTH * 100) + BNK-LINE-DAY.
           MOVE BNK-AMOUNT TO BTX-AMOUNT.
           MOVE BNK-F-NARRATIVE TO BTX-NARRATIVE.
           PERFORM BANK-COUNT-OCCURRENCE THRU END-BCO.
           READ BANK-TRANSACTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BTX-STATUS = "P"
                       PERFORM BANK-SETTLE-PENDING THRU END-BSP
                   END-IF
                   ADD 1 TO BNK-DUP-COUNT
                   GO TO END-BKL
           END-READ.
           MOVE SPACES TO BTX-DATE.
           STRING
           BNK-DAY-X
           "/"
           BNK-MONTH-X
           "/"
           BNK-YEAR-X
           DELIMITED BY SIZE
           INTO BTX-DATE.
           MOVE "E" TO BTX-STATUS.
           MOVE "NO INVOICE FOUND" TO BTX-REASON.
           COMPUTE BTX-ALLOCATED = 0.
           COMPUTE BTX-INVOICE-NO = 0.
           COMPUTE BTX-IMPORT-YMD =
               (DATE-YEAR * 10000) + (DATE-MONTH * 100) + DATE-DAY.
           MOVE OPERATOR-ID TO BTX-OPERATOR.
           WRITE BANK-TRANSACTION-RECORD
               INVALID KEY
                   ADD 1 TO BNK-DUP-COUNT
                   GO TO END-BKL
           END-WRITE.
           PERFORM BANK-SCAN-NARRATIVE THRU END-BSN.
           PERFORM BANK-MATCH-LINE THRU END-BML.
           IF BNK-MATCH-SUB NOT = 0
               PERFORM BANK-POST-MATCH THRU END-BPM
           ELSE
               REWRITE BANK-TRANSACTION-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE.
           IF BTX-STATUS = "M"
               ADD 1 TO BNK-POSTED-COUNT
               ADD BTX-AMOUNT TO BNK-POSTED-VALUE
               COMPUTE BNK-SHOW-REMAIN = 0
               MOVE "POSTED BAC" TO BNK-SHOW-RESULT
           ELSE
               ADD 1 TO BNK-EXC-COUNT
               ADD BTX-AMOUNT TO BNK-EXC-VALUE
               MOVE BTX-AMOUNT TO BNK-SHOW-REMAIN
               MOVE BTX-REASON TO BNK-SHOW-RESULT.
           GENERATE BNK-LINE-GROUP.
       END-BKL.

      *SPLITS THE CSV LINE INTO ITS FIRST THREE FIELDS.  A COMMA
      *INSIDE DOUBLE QUOTES BELONGS TO THE FIELD; THE QUOTES AND ANY
      *LEADING SPACES ARE DROPPED.

       BANK-SPLIT-LINE.
           MOVE SPACES TO BNK-F-DATE.
           MOVE SPACES TO BNK-F-NARRATIVE.
           MOVE SPACES TO BNK-F-AMOUNT.
           COMPUTE BNK-FIELD-NO = 1.
           COMPUTE BNK-POS = 0.
           COMPUTE BNK-OUT = 0.
           MOVE "N" TO BNK-QUOTE-SW.
       BANK-SPLIT-LOOP.
           ADD 1 TO BNK-POS.
           IF BNK-POS > 200 OR BNK-FIELD-NO > 3
               GO TO END-BSL.
           MOVE BANK-STATEMENT-RECORD(BNK-POS:1) TO BNK-CHAR.
           IF BNK-CHAR = CSV-QUOTE
               IF BNK-QUOTE-SW = "Y"
                   MOVE "N" TO BNK-QUOTE-SW
               ELSE
                   MOVE "Y" TO BNK-QUOTE-SW
               END-IF
               GO TO BANK-SPLIT-LOOP.
           IF BNK-CHAR = "," AND BNK-QUOTE-SW = "N"
               ADD 1 TO BNK-FIELD-NO
               COMPUTE BNK-OUT = 0
               GO TO BANK-SPLIT-LOOP.
           IF BNK-CHAR = SPACE AND BNK-OUT = 0
               GO TO BANK-SPLIT-LOOP.
           ADD 1 TO BNK-OUT.
           EVALUATE BNK-FIELD-NO
               WHEN 1
                   IF BNK-OUT NOT > 10
                       MOVE BNK-CHAR TO BNK-F-DATE(BNK-OUT:1)
                   END-IF
               WHEN 2
                   IF BNK-OUT NOT > 40
                       MOVE BNK-CHAR TO BNK-F-NARRATIVE(BNK-OUT:1)
                   END-IF
               WHEN 3
                   IF BNK-OUT NOT > 15
                       MOVE BNK-CHAR TO BNK-F-AMOUNT(BNK-OUT:1)
                   END-IF
           END-EVALUATE.
           GO TO BANK-SPLIT-LOOP.
       END-BSL.

      *AMOUNT FIELD TO BNK-AMOUNT.  A MINUS SIGN OR AN OPENING
      *BRACKET ANYWHERE MARKS MONEY GOING OUT; CURRENCY SIGNS AND
      *THOUSANDS COMMAS ARE IGNORED.

       BANK-PARSE-AMOUNT.
           COMPUTE BNK-AMT-WHOLE = 0.
           COMPUTE BNK-AMT-PENCE = 0.
           COMPUTE BNK-AMT-DECIMALS = 0.
           MOVE "N" TO BNK-AMT-POINT-SW.
           MOVE "N" TO BNK-AMT-NEGATIVE-SW.
           COMPUTE BNK-POS = 0.
       BANK-AMOUNT-LOOP.
           ADD 1 TO BNK-POS.
           IF BNK-POS > 15
               GO TO BANK-AMOUNT-DONE.
           MOVE BNK-F-AMOUNT(BNK-POS:1) TO BNK-CHAR.
           IF BNK-CHAR = "-" OR BNK-CHAR = "("
               MOVE "Y" TO BNK-AMT-NEGATIVE-SW
               GO TO BANK-AMOUNT-LOOP.
           IF BNK-CHAR = "."
               MOVE "Y" TO BNK-AMT-POINT-SW
               GO TO BANK-AMOUNT-LOOP.
           IF BNK-CHAR NOT NUMERIC
               GO TO BANK-AMOUNT-LOOP.
           MOVE BNK-CHAR TO BNK-DIGIT.
           IF BNK-AMT-POINT-SW = "N"
               IF BNK-AMT-WHOLE < 100000
                   COMPUTE BNK-AMT-WHOLE =
                       (BNK-AMT-WHOLE * 10) + BNK-DIGIT
               END-IF
               GO TO BANK-AMOUNT-LOOP.
           ADD 1 TO BNK-AMT-DECIMALS.
           IF BNK-AMT-DECIMALS = 1
               COMPUTE BNK-AMT-PENCE = BNK-DIGIT * 10.
           IF BNK-AMT-DECIMALS = 2
               ADD BNK-DIGIT TO BNK-AMT-PENCE.
           GO TO BANK-AMOUNT-LOOP.
       BANK-AMOUNT-DONE.
           COMPUTE BNK-AMOUNT = BNK-AMT-WHOLE + (BNK-AMT-PENCE / 100).
       END-BPA.

      *NUMBERS THIS LINE AMONG IDENTICAL ONES EARLIER ON THE SAME
      *STATEMENT, SO TWO EQUAL RECEIPTS ON ONE DAY ARE BOTH KEPT AND
      *A SECOND LOAD OF THE STATEMENT NUMBERS THEM THE SAME WAY.

       BANK-COUNT-OCCURRENCE.
           COMPUTE BNK-OCCURRENCE = 1.
           COMPUTE BNK-SEEN-SUB = 0.
       BANK-OCCURRENCE-LOOP.
           ADD 1 TO BNK-SEEN-SUB.
           IF BNK-SEEN-SUB > BNK-SEEN-COUNT
               GO TO BANK-OCCURRENCE-DONE.
           IF BNK-SEEN-YMD(BNK-SEEN-SUB) = BTX-DATE-YMD AND
              BNK-SEEN-AMOUNT(BNK-SEEN-SUB) = BTX-AMOUNT AND
              BNK-SEEN-NARRATIVE(BNK-SEEN-SUB) = BTX-NARRATIVE
               ADD 1 TO BNK-OCCURRENCE.
           GO TO BANK-OCCURRENCE-LOOP.
       BANK-OCCURRENCE-DONE.
           MOVE BNK-OCCURRENCE TO BTX-OCCURRENCE.
           IF BNK-SEEN-COUNT = 500
               GO TO END-BCO.
           ADD 1 TO BNK-SEEN-COUNT.
           MOVE BTX-DATE-YMD TO BNK-SEEN-YMD(BNK-SEEN-COUNT).
           MOVE BTX-AMOUNT TO BNK-SEEN-AMOUNT(BNK-SEEN-COUNT).
           MOVE BTX-NARRATIVE TO BNK-SEEN-NARRATIVE(BNK-SEEN-COUNT).
       END-BCO.

      *BREAKS THE NARRATIVE INTO WORDS OF LETTERS AND DIGITS.  SHORT
      *WORDS ARE KEPT AS POSSIBLE ACCOUNT CODES; WORDS OF UP TO SIX
      *DIGITS, WITH OR WITHOUT "INV" IN FRONT, AS POSSIBLE INVOICE
      *NUMBERS.  A WORD TOO LONG FOR BNK-TOKEN IS NEITHER.

       BANK-SCAN-NARRATIVE.
           COMPUTE BNK-CAND-COUNT = 0.
           COMPUTE BNK-WORD-COUNT = 0.
           COMPUTE BNK-TOK-LEN = 0.
           MOVE SPACES TO BNK-TOKEN.
           COMPUTE BNK-POS = 0.
       BANK-SCAN-LOOP.
           ADD 1 TO BNK-POS.
           IF BNK-POS > 40
               PERFORM BANK-TAKE-TOKEN THRU END-BTT
               GO TO END-BSN.
           MOVE BTX-NARRATIVE(BNK-POS:1) TO BNK-CHAR.
           IF (BNK-CHAR NOT < "A" AND BNK-CHAR NOT > "Z") OR
              BNK-CHAR NUMERIC
               IF BNK-TOK-LEN < 12
                   ADD 1 TO BNK-TOK-LEN
                   MOVE BNK-CHAR TO BNK-TOKEN(BNK-TOK-LEN:1)
               ELSE
                   COMPUTE BNK-TOK-LEN = 13
               END-IF
               GO TO BANK-SCAN-LOOP.
           PERFORM BANK-TAKE-TOKEN THRU END-BTT.
           GO TO BANK-SCAN-LOOP.
       END-BSN.

       BANK-TAKE-TOKEN.
           IF BNK-TOK-LEN = 0 OR BNK-TOK-LEN > 12
               GO TO BANK-TOKEN-CLEAR.
           IF BNK-TOK-LEN NOT > 6 AND BNK-WORD-COUNT < 8
               ADD 1 TO BNK-WORD-COUNT
               MOVE BNK-TOKEN TO BNK-WORD(BNK-WORD-COUNT).
           COMPUTE BNK-TOK-START = 1.
           IF BNK-TOK-LEN > 3 AND BNK-TOKEN(1:3) = "INV"
               COMPUTE BNK-TOK-START = 4.
           COMPUTE BNK-TOK-DIGITS = BNK-TOK-LEN - BNK-TOK-START + 1.
           IF BNK-TOK-DIGITS > 6 OR BNK-CAND-COUNT = 8
               GO TO BANK-TOKEN-CLEAR.
           IF BNK-TOKEN(BNK-TOK-START:BNK-TOK-DIGITS) NOT NUMERIC
               GO TO BANK-TOKEN-CLEAR.
           ADD 1 TO BNK-CAND-COUNT.
           MOVE BNK-TOKEN(BNK-TOK-START:BNK-TOK-DIGITS)
               TO BNK-CAND-INVOICE(BNK-CAND-COUNT).
           IF BNK-CAND-INVOICE(BNK-CAND-COUNT) = 0
               SUBTRACT 1 FROM BNK-CAND-COUNT.
       BANK-TOKEN-CLEAR.
           MOVE SPACES TO BNK-TOKEN.
           COMPUTE BNK-TOK-LEN = 0.
       END-BTT.

      *A CLEAN MATCH IS AN OPEN INVOICE NAMED IN THE NARRATIVE WHOSE
      *BALANCE IS EXACTLY THE RECEIPT, OR FAILING ANY INVOICE NUMBER,
      *THE ONE AND ONLY OPEN INVOICE OF EXACTLY THAT BALANCE ON AN
      *ACCOUNT WHOSE CODE APPEARS IN THE NARRATIVE.  ANYTHING ELSE
      *LEAVES BNK-MATCH-SUB AT ZERO WITH THE REASON IN BTX-REASON.

       BANK-MATCH-LINE.
           COMPUTE BNK-MATCH-SUB = 0.
           COMPUTE BNK-CAND-SUB = 0.
       BANK-MATCH-CAND-LOOP.
           ADD 1 TO BNK-CAND-SUB.
           IF BNK-CAND-SUB > BNK-CAND-COUNT
               GO TO BANK-MATCH-BY-ACCOUNT.
           PERFORM BANK-FIND-OPEN-INVOICE THRU END-BFO.
           IF BNK-OPEN-SUB = 0
               GO TO BANK-MATCH-CAND-LOOP.
           MOVE BNK-OPEN-INVOICE(BNK-OPEN-SUB) TO BTX-INVOICE-NO.
           IF BNK-OPEN-BALANCE(BNK-OPEN-SUB) = BTX-AMOUNT
               MOVE BNK-OPEN-SUB TO BNK-MATCH-SUB
               GO TO END-BML.
           IF BTX-AMOUNT < BNK-OPEN-BALANCE(BNK-OPEN-SUB)
               MOVE "PART PAYMENT" TO BTX-REASON
           ELSE
               MOVE "MORE THAN BALANCE" TO BTX-REASON.
           GO TO BANK-MATCH-CAND-LOOP.
       BANK-MATCH-BY-ACCOUNT.
           IF BTX-INVOICE-NO NOT = 0 OR BNK-WORD-COUNT = 0
               GO TO END-BML.
           COMPUTE BNK-HIT-COUNT = 0.
           COMPUTE BNK-OPEN-SUB = 0.
       BANK-MATCH-ACCOUNT-LOOP.
           ADD 1 TO BNK-OPEN-SUB.
           IF BNK-OPEN-SUB > BNK-OPEN-COUNT
               GO TO BANK-MATCH-ACCOUNT-DONE.
           IF BNK-OPEN-BALANCE(BNK-OPEN-SUB) NOT = BTX-AMOUNT
               GO TO BANK-MATCH-ACCOUNT-LOOP.
           PERFORM BANK-WORD-TEST THRU END-BWT.
           IF BNK-WORD-HIT-SW = "Y"
               ADD 1 TO BNK-HIT-COUNT
               MOVE BNK-OPEN-SUB TO BNK-MATCH-SUB.
           GO TO BANK-MATCH-ACCOUNT-LOOP.
       BANK-MATCH-ACCOUNT-DONE.
           IF BNK-HIT-COUNT > 1
               COMPUTE BNK-MATCH-SUB = 0
               MOVE "SEVERAL INVOICES" TO BTX-REASON.
       END-BML.

       BANK-FIND-OPEN-INVOICE.
           COMPUTE BNK-OPEN-SUB = 0.
       BANK-FIND-OPEN-LOOP.
           ADD 1 TO BNK-OPEN-SUB.
           IF BNK-OPEN-SUB > BNK-OPEN-COUNT
               COMPUTE BNK-OPEN-SUB = 0
               GO TO END-BFO.
           IF BNK-OPEN-INVOICE(BNK-OPEN-SUB) NOT =
              BNK-CAND-INVOICE(BNK-CAND-SUB)
               GO TO BANK-FIND-OPEN-LOOP.
       END-BFO.

       BANK-WORD-TEST.
           MOVE "N" TO BNK-WORD-HIT-SW.
           COMPUTE BNK-WORD-SUB = 0.
       BANK-WORD-TEST-LOOP.
           ADD 1 TO BNK-WORD-SUB.
           IF BNK-WORD-SUB > BNK-WORD-COUNT
               GO TO END-BWT.
           IF BNK-WORD(BNK-WORD-SUB) = BNK-OPEN-CUST-CODE(BNK-OPEN-SUB)
               MOVE "Y" TO BNK-WORD-HIT-SW
               GO TO END-BWT.
           GO TO BANK-WORD-TEST-LOOP.
       END-BWT.

      *POSTS THE MATCHED RECEIPT AND RESTAMPS ITS BANKTXN RECORD -
      *"M" WHEN THE PAYMENT IS ON FILE, STILL "E" WITH THE REASON
      *WHEN IT COULD NOT BE.

       BANK-POST-MATCH.
           MOVE BNK-OPEN-INVOICE(BNK-MATCH-SUB) TO PAY-INVOICE-NO.
           MOVE BTX-AMOUNT TO PAY-AMOUNT.
           MOVE PAY-INVOICE-NO TO BTX-INVOICE-NO.
           MOVE "M" TO BNK-PENDING-STATUS.
           PERFORM BANK-POST-PAYMENT THRU END-BPP.
           EVALUATE BNK-POST-SW
               WHEN "Y"
                   SUBTRACT BTX-AMOUNT
                       FROM BNK-OPEN-BALANCE(BNK-MATCH-SUB)
                   MOVE "M" TO BTX-STATUS
                   MOVE BTX-AMOUNT TO BTX-ALLOCATED
                   MOVE SPACES TO BTX-REASON
               WHEN "F"
                   MOVE "PAYMENT LINES FULL" TO BTX-REASON
               WHEN "O"
                   MOVE "MORE THAN BALANCE" TO BTX-REASON
               WHEN OTHER
                   MOVE "COULD NOT POST" TO BTX-REASON
           END-EVALUATE.
           REWRITE BANK-TRANSACTION-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
       END-BPM.

      *FILES PAY-AMOUNT AGAINST INVOICE PAY-INVOICE-NO AS A "BAC"
      *PAYMENT DATED THE DAY THE BANK RECEIVED IT, ON THE NEXT FREE
      *PAYMENT LINE, EXACTLY AS POST-PAYMENT DOES.  BNK-POST-SW COMES
      *BACK "Y" POSTED, "F" NO PAYMENT LINE LEFT, "O" MORE THAN THE
      *INVOICE STILL OWES, "N" NOT AN INVOICE OR NOT FILED.  THE
      *BANKTXN RECORD IN HAND IS REWRITTEN "P" BEFORE THE PAYMENT
      *GOES ON (THE CALLER SETS BNK-PENDING-STATUS), SO A RUN CUT
      *SHORT BETWEEN THE TWO LEAVES A RECEIPT BANK-SETTLE-PENDING CAN
      *SORT OUT RATHER THAN ONE THAT WOULD BE POSTED AGAIN.  IT COMES
      *BACK AS IT WAS FOR THE CALLER TO RESTAMP, OR REWRITTEN AS IT
      *WAS IF THE PAYMENT DID NOT GO ON.

       BANK-POST-PAYMENT.
           MOVE "N" TO BNK-POST-SW.
           OPEN I-O INVOICE-HISTORY-FILE.
           IF INVH-FILE-STATUS NOT = "00"
               GO TO END-BPP.
           MOVE PAY-INVOICE-NO TO INVH-INVOICE-NO.
           PERFORM LOCK-INVOICE-HEADER THRU END-LKH.
           IF LOCK-FOUND-SW NOT = "Y"
               CLOSE INVOICE-HISTORY-FILE
               GO TO END-BPP.
           IF INVH-RECORD-TYPE NOT = "H"
               CLOSE INVOICE-HISTORY-FILE
               GO TO END-BPP.
           MOVE INVH-CUST-CODE TO PAY-CUST-CODE.
           MOVE INVH-AMOUNT-DUE TO BNK-INV-DUE.
           PERFORM SUM-PAYMENTS-ON-FILE THRU END-SPF.
           IF PAY-LINE-NO > LAST-PAYMENT-LINE
               MOVE "F" TO BNK-POST-SW
               CLOSE INVOICE-HISTORY-FILE
               GO TO END-BPP.
           IF PAY-AMOUNT > BNK-INV-DUE - PAY-PAID-TO-DATE
               MOVE "O" TO BNK-POST-SW
               CLOSE INVOICE-HISTORY-FILE
               GO TO END-BPP.
           MOVE BTX-STATUS TO BNK-SAVE-STATUS.
           MOVE BTX-REASON TO BNK-SAVE-REASON.
           MOVE BTX-INVOICE-NO TO BNK-SAVE-INVOICE.
           MOVE PAY-AMOUNT TO BNK-PENDING-AMOUNT.
           MOVE "P" TO BTX-STATUS.
           MOVE PAY-INVOICE-NO TO BTX-INVOICE-NO.
           MOVE BNK-PENDING-DATA TO BTX-REASON.
           REWRITE BANK-TRANSACTION-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF BTX-FILE-STATUS NOT = "00"
               MOVE BNK-SAVE-STATUS TO BTX-STATUS
               MOVE BNK-SAVE-REASON TO BTX-REASON
               MOVE BNK-SAVE-INVOICE TO BTX-INVOICE-NO
               CLOSE INVOICE-HISTORY-FILE
               GO TO END-BPP.
           MOVE BTX-DATE-YMD TO BNK-LINE-DATE.
           MOVE BNK-LINE-DAY TO PDE-DAY.
           MOVE BNK-LINE-MONTH TO PDE-MONTH.
           MOVE BNK-LINE-YEAR TO PDE-YEAR.
           MOVE "BAC" TO PAY-METHOD.
           PERFORM WRITE-PAYMENT-RECORD.
           IF INVH-FILE-STATUS = "00"
               MOVE "Y" TO BNK-POST-SW.
           CLOSE INVOICE-HISTORY-FILE.
           MOVE BNK-SAVE-STATUS TO BTX-STATUS.
           MOVE BNK-SAVE-REASON TO BTX-REASON.
           MOVE BNK-SAVE-INVOICE TO BTX-INVOICE-NO.
           IF BNK-POST-SW NOT = "Y"
               REWRITE BANK-TRANSACTION-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               GO TO END-BPP.
           MOVE "BANK PAYMENT" TO LOG-ACTION.
           MOVE PAY-INVOICE-NO TO LOG-REFERENCE.
           MOVE PAY-AMOUNT TO LOG-AMOUNT.
           PERFORM WRITE-ACTIVITY-LOG THRU END-WAL.
       END-BPP.

      *A RECEIPT LEFT "P" BY A RUN CUT SHORT.  IF INVOICE
      *BTX-INVOICE-NO HAS A "BAC" PAYMENT LINE FOR THE DAY THE BANK
      *TOOK IT AND THE AMOUNT THAT WAS GOING ON, THE PAYMENT DID GO
      *ON AND THE RECEIPT IS STAMPED AS ITS POSTING WOULD HAVE DONE;
      *OTHERWISE IT GOES BACK TO THE EXCEPTIONS.  THE INVOICE HEADER
      *IS LOCKED FIRST SO A POSTING STILL UNDER WAY ON ANOTHER
      *TERMINAL IS WAITED FOR.  IF THE HISTORY FILE CANNOT BE OPENED
      *THE RECEIPT STAYS "P" FOR NEXT TIME.

       BANK-SETTLE-PENDING.
           MOVE BTX-REASON TO BNK-PENDING-DATA.
           OPEN I-O INVOICE-HISTORY-FILE.
           IF INVH-FILE-STATUS NOT = "00"
               GO TO END-BSP.
           MOVE BTX-INVOICE-NO TO INVH-INVOICE-NO.
           PERFORM LOCK-INVOICE-HEADER THRU END-LKH.
           MOVE "N" TO BNK-SETTLE-FOUND-SW.
           COMPUTE HIST-LOOP-VARIABLE = FIRST-PAYMENT-LINE - 1.
       BANK-SETTLE-LOOP.
           IF HIST-LOOP-VARIABLE = LAST-PAYMENT-LINE
               GO TO BANK-SETTLE-CLOSE.
           ADD 1 TO HIST-LOOP-VARIABLE.
           MOVE BTX-INVOICE-NO TO INVH-INVOICE-NO.
           MOVE HIST-LOOP-VARIABLE TO INVH-LINE-NO.
           READ INVOICE-HISTORY-FILE
               INVALID KEY
                   GO TO BANK-SETTLE-LOOP
           END-READ.
           IF INVH-RECORD-TYPE = "P" AND INVH-GOODS-DESC = "BAC" AND
              INVH-DATE-YMD = BTX-DATE-YMD AND
              INVH-AMOUNT-DUE = BNK-PENDING-AMOUNT
               MOVE "Y" TO BNK-SETTLE-FOUND-SW
               GO TO BANK-SETTLE-CLOSE.
           GO TO BANK-SETTLE-LOOP.
       BANK-SETTLE-CLOSE.
           CLOSE INVOICE-HISTORY-FILE.
           IF BNK-SETTLE-FOUND-SW NOT = "Y"
               MOVE "E" TO BTX-STATUS
               MOVE "POSTING CUT SHORT" TO BTX-REASON
               GO TO BANK-SETTLE-STAMP.
           ADD BNK-PENDING-AMOUNT TO BTX-ALLOCATED.
           IF BTX-ALLOCATED NOT < BTX-AMOUNT
               MOVE BNK-PENDING-STATUS TO BTX-STATUS
               MOVE SPACES TO BTX-REASON
           ELSE
               MOVE "E" TO BTX-STATUS
               MOVE "PART ALLOCATED" TO BTX-REASON.
       BANK-SETTLE-STAMP.
           REWRITE BANK-TRANSACTION-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
       END-BSP.

      *EVERY INVOICE WITH A BALANCE LEFT, THE SAME WAY THE AGED
      *DEBTORS REPORT WORKS IT OUT.  ACCOUNT CODES ARE HELD IN CAPITALS
      *TO COMPARE WITH THE NARRATIVE.  PAST BNK-OPEN'S 1000 ENTRIES
      *RECEIPTS CAN ONLY BE ALLOCATED BY HAND.

       BANK-LOAD-OPEN-ITEMS.
           COMPUTE BNK-OPEN-COUNT = 0.
           MOVE "N" TO BNK-HEAD-ACTIVE-SW.
           OPEN INPUT INVOICE-HISTORY-FILE.
           IF INVH-FILE-STATUS NOT = "00"
               GO TO END-BLO.
           MOVE ZEROS TO INVH-KEY.
           START INVOICE-HISTORY-FILE KEY IS NOT LESS THAN INVH-KEY
               INVALID KEY
                   GO TO BANK-LOAD-DONE.
       BANK-LOAD-LOOP.
           READ INVOICE-HISTORY-FILE NEXT RECORD
               AT END
                   GO TO BANK-LOAD-DONE
           END-READ.
           IF INVH-LINE-NO = 0 AND INVH-RECORD-TYPE = "H"
               PERFORM BANK-LOAD-BREAK THRU END-BLB
               MOVE "Y" TO BNK-HEAD-ACTIVE-SW
               MOVE INVH-INVOICE-NO TO BNK-HEAD-INVOICE
               MOVE INVH-CUST-CODE TO BNK-HEAD-CUST-CODE
               MOVE INVH-AMOUNT-DUE TO BNK-HEAD-DUE
               COMPUTE BNK-HEAD-PAID = 0.
           IF INVH-LINE-NO NOT < FIRST-PAYMENT-LINE AND
              BNK-HEAD-ACTIVE-SW = "Y" AND
              INVH-INVOICE-NO = BNK-HEAD-INVOICE
               ADD INVH-AMOUNT-DUE TO BNK-HEAD-PAID.
           GO TO BANK-LOAD-LOOP.
       BANK-LOAD-DONE.
           PERFORM BANK-LOAD-BREAK THRU END-BLB.
           CLOSE INVOICE-HISTORY-FILE.
       END-BLO.

       BANK-LOAD-BREAK.
           IF BNK-HEAD-ACTIVE-SW NOT = "Y"
               GO TO END-BLB.
           MOVE "N" TO BNK-HEAD-ACTIVE-SW.
           IF BNK-HEAD-PAID NOT < BNK-HEAD-DUE OR BNK-OPEN-COUNT = 1000
               GO TO END-BLB.
           ADD 1 TO BNK-OPEN-COUNT.
           MOVE BNK-HEAD-INVOICE TO BNK-OPEN-INVOICE(BNK-OPEN-COUNT).
           MOVE BNK-HEAD-CUST-CODE
               TO BNK-OPEN-CUST-CODE(BNK-OPEN-COUNT).
           INSPECT BNK-OPEN-CUST-CODE(BNK-OPEN-COUNT) CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           COMPUTE BNK-OPEN-BALANCE(BNK-OPEN-COUNT) =
               BNK-HEAD-DUE - BNK-HEAD-PAID.
       END-BLB.

      *EXCEPTION REVIEW - EACH RECEIPT STILL TO ALLOCATE IN TURN.  AN
      *INVOICE NUMBER AND AMOUNT POSTS THAT MUCH OF IT AS A "BAC"
      *PAYMENT (A NIL AMOUNT TAKES ALL THAT IS LEFT) AND THE SAME
      *RECEIPT COMES BACK UNTIL IT IS ALL SPENT, SO ONE TRANSFER CAN
      *BE SPREAD OVER SEVERAL INVOICES.  NO INVOICE IS GIVEN MORE
      *THAN IT STILL OWES.  A NIL INVOICE NUMBER OFFERS THE NEXT
      *RECEIPT, OR TO DISMISS THIS ONE AS NOT A CUSTOMER'S.  A
      *RECEIPT LEFT "P" IS SETTLED BEFORE IT IS CONSIDERED.

       BANK-REVIEW.
           DISPLAY BLANK-SCREEN.
           OPEN I-O BANK-TRANSACTION-FILE.
           IF BTX-FILE-STATUS NOT = "00"
               DISPLAY BANK-NONE-SCREEN
               CALL X"83" USING ANY-KEY
               GO TO END-BKR.
           MOVE LOW-VALUES TO BTX-KEY.
           START BANK-TRANSACTION-FILE KEY IS NOT LESS THAN BTX-KEY
               INVALID KEY
                   GO TO BANK-REVIEW-DONE.
       BANK-REVIEW-LOOP.
           READ BANK-TRANSACTION-FILE NEXT RECORD
               AT END
                   GO TO BANK-REVIEW-DONE
           END-READ.
           IF BTX-STATUS = "P"
               PERFORM BANK-SETTLE-PENDING THRU END-BSP.
           IF BTX-STATUS NOT = "E"
               GO TO BANK-REVIEW-LOOP.
       BANK-REVIEW-SHOW.
           COMPUTE BNK-REMAIN = BTX-AMOUNT - BTX-ALLOCATED.
           MOVE BTX-INVOICE-NO TO BNR-INVOICE-NO.
           COMPUTE BNR-AMOUNT = 0.
           DISPLAY BLANK-SCREEN.
           DISPLAY BANK-REVIEW-SCREEN.
           ACCEPT BANK-REVIEW-SCREEN.
           IF BNR-INVOICE-NO = 0
               GO TO BANK-REVIEW-ASK.
           IF BNR-AMOUNT = 0
               MOVE BNK-REMAIN TO BNR-AMOUNT.
           IF BNR-AMOUNT > BNK-REMAIN
               DISPLAY BANK-OVER-SCREEN
               CALL X"83" USING ANY-KEY
               GO TO BANK-REVIEW-SHOW.
           MOVE BNR-INVOICE-NO TO PAY-INVOICE-NO.
           MOVE BNR-AMOUNT TO PAY-AMOUNT.
           MOVE "A" TO BNK-PENDING-STATUS.
           PERFORM BANK-POST-PAYMENT THRU END-BPP.
           IF BNK-POST-SW = "F"
               DISPLAY PAYMENT-FULL-SCREEN
               CALL X"83" USING ANY-KEY
               GO TO BANK-REVIEW-SHOW.
           IF BNK-POST-SW = "O"
               DISPLAY BANK-BALANCE-SCREEN
               CALL X"83" USING ANY-KEY
               GO TO BANK-REVIEW-SHOW.
           IF BNK-POST-SW NOT = "Y"
               DISPLAY REPRINT-NOTFOUND-SCREEN
               CALL X"83" USING ANY-KEY
               GO TO BANK-REVIEW-SHOW.
           ADD BNR-AMOUNT TO BTX-ALLOCATED.
           MOVE BNR-INVOICE-NO TO BTX-INVOICE-NO.
           IF BTX-ALLOCATED NOT < BTX-AMOUNT
               MOVE "A" TO BTX-STATUS
           ELSE
               MOVE "PART ALLOCATED" TO BTX-REASON.
           REWRITE BANK-TRANSACTION-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF BTX-STATUS = "E"
               GO TO BANK-REVIEW-SHOW.
           GO TO BANK-REVIEW-LOOP.
       BANK-REVIEW-ASK.
           DISPLAY BANK-REVIEW-ASK-SCREEN.
           CALL X"83" USING MENU-OPTION.
           IF MENU-OPTION = "0"
               GO TO BANK-REVIEW-DONE.
           IF MENU-OPTION NOT = "D" AND MENU-OPTION NOT = "d"
               GO TO BANK-REVIEW-LOOP.
           MOVE "D" TO BTX-STATUS.
           REWRITE BANK-TRANSACTION-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           MOVE "BANK DISMISS" TO LOG-ACTION.
           COMPUTE LOG-REFERENCE = 0.
           MOVE BNK-REMAIN TO LOG-AMOUNT.
           PERFORM WRITE-ACTIVITY-LOG THRU END-WAL.
           GO TO BANK-REVIEW-LOOP.
       BANK-REVIEW-DONE.
           CLOSE BANK-TRANSACTION-FILE.
       END-BKR.
           DISPLAY BLANK-SCREEN.

      *EVERY RECEIPT STILL WAITING FOR ALLOCATION, WITH WHAT IS LEFT
      *OF IT AND WHY IT DID NOT MATCH.

       BANK-EXCEPTION-PRINT.
           OPEN INPUT BANK-TRANSACTION-FILE.
           IF BTX-FILE-STATUS NOT = "00"
               DISPLAY BANK-NONE-SCREEN
               CALL X"83" USING ANY-KEY
               GO TO END-BKX.
           COMPUTE BNK-EXC-COUNT = 0.
           COMPUTE BNK-EXC-VALUE = 0.
           MOVE "BANK EXCEPTIONS OUTSTANDING" TO BNK-REPORT-TITLE.
           MOVE "PRINTER" TO PRINTER-DEVICE-NAME.
           OPEN OUTPUT PRINTER-FILE.
           DISPLAY PRINTING-SCREEN.
           INITIATE BANK-IMPORT-REPORT.
           MOVE LOW-VALUES TO BTX-KEY.
           START BANK-TRANSACTION-FILE KEY IS NOT LESS THAN BTX-KEY
               INVALID KEY
                   GO TO BANK-EXCEPTION-DONE.
       BANK-EXCEPTION-LOOP.
           READ BANK-TRANSACTION-FILE NEXT RECORD
               AT END
                   GO TO BANK-EXCEPTION-DONE
           END-READ.
           IF BTX-STATUS NOT = "E"
               GO TO BANK-EXCEPTION-LOOP.
           COMPUTE BNK-SHOW-REMAIN = BTX-AMOUNT - BTX-ALLOCATED.
           MOVE BTX-REASON TO BNK-SHOW-RESULT.
           ADD 1 TO BNK-EXC-COUNT.
           ADD BNK-SHOW-REMAIN TO BNK-EXC-VALUE.
           GENERATE BNK-LINE-GROUP.
           GO TO BANK-EXCEPTION-LOOP.
       BANK-EXCEPTION-DONE.
           GENERATE BNK-EXC-TOTAL-GROUP.
           TERMINATE BANK-IMPORT-REPORT.
           CLOSE PRINTER-FILE.
           CLOSE BANK-TRANSACTION-FILE.
           CALL X"83" USING ANY-KEY.
       END-BKX.
           DISPLAY BLANK-SCREEN.

      *CONTRACT PRICE MAINTENANCE - KEY A CUSTOMER, THEN PRODUCTS ONE
               MOVE DATE-DAY TO PDE-DAY
               MOVE DATE-MONTH TO PDE-MONTH
               MOVE DATE-YEAR TO PDE-YEAR.

      *THE OTHER TERMINAL MAY HAVE POSTED TO THIS INVOICE, OR RAISED
      *A CREDIT AGAINST IT, WHILE THE AMOUNT WAS BEING KEYED - THE
      *FREE LINE IS FOUND AGAIN UNDER THE HEADER LOCK.

           MOVE PAY-INVOICE-NO TO INVH-INVOICE-NO.
           PERFORM LOCK-INVOICE-HEADER THRU END-LKH.
           IF LOCK-FOUND-SW NOT = "Y"
               CLOSE INVOICE-HISTORY-FILE
               DISPLAY REPRINT-NOTFOUND-SCREEN
               CALL X"83" USING ANY-KEY
               GO TO END-PP.
           PERFORM SUM-PAYMENTS-ON-FILE THRU END-SPF.
           IF PAY-LINE-NO > LAST-PAYMENT-LINE
               CLOSE INVOICE-HISTORY-FILE
               DISPLAY PAYMENT-FULL-SCREEN
               CALL X"83" USING ANY-KEY
               GO TO END-PP.
           PERFORM WRITE-PAYMENT-RECORD.
           CLOSE INVOICE-HISTORY-FILE.
           MOVE "PAYMENT" TO LOG-ACTION.
           MOVE PAY-INVOICE-NO TO LOG-REFERENCE.
           MOVE PAY-AMOUNT TO LOG-AMOUNT.
           PERFORM WRITE-ACTIVITY-LOG THRU END-WAL.
       END-PP.
           DISPLAY BLANK-SCREEN.

      *FILES ONE PAYMENT RECORD ON LINE PAY-LINE-NO OF PAY-INVOICE-NO
      *FROM THE PAY- FIELDS.  THE HISTORY FILE MUST BE OPEN I-O.

       WRITE-PAYMENT-RECORD.
           MOVE SPACES TO PAY-STRINGED-DATE.
           STRING
           PDE-DAY
           MOVE SPACES TO INVH-GOODS-CODE.
           MOVE SPACES TO INVH-VAT-CODE.
           MOVE OPERATOR-ID TO INVH-OPERATOR.
           MOVE SPACES TO INVH-BATCH-NO.
           COMPUTE INVH-USE-BY-YMD = 0.
           COMPUTE INVH-UNIT-COST = 0.
           WRITE INVOICE-HISTORY-RECORD
               INVALID KEY
                   DISPLAY HISTORY-CONFLICT-SCREEN
                   CALL X"83" USING ANY-KEY
           END-WRITE.

      *SUMS EVERYTHING ALREADY POSTED AGAINST PAY-INVOICE-NO AND
      *LEAVES THE FIRST FREE PAYMENT LINE IN PAY-LINE-NO (99 WHEN
      *ORDER GUARANTEES EACH "H" HEADER IS FOLLOWED BY ITS OWN GOODS
      *AND PAYMENT LINES, SO A CLASSIC CONTROL BREAK ON THE INVOICE
      *NUMBER SETTLES EACH BALANCE AS THE NEXT HEADER ARRIVES.  AGES
      *ARE BANKED ON A 360-DAY YEAR OF TWELVE 30-DAY MONTHS, COUNTED
      *FROM THE END OF THE ACCOUNT'S OWN PAYMENT TERMS (THE STANDARD
      *TERMS WHERE IT HAS NONE, AND FOR CASH SALES).

       AGED-DEBTORS.
           MOVE "N" TO DEBT-ACTIVE-SW.
               DISPLAY SALES-REG-NONE-SCREEN
               CALL X"83" USING ANY-KEY
               GO TO END-AD.
           MOVE "N" TO DEBT-CUST-OPEN-SW.
           MOVE HIGH-VALUES TO DEBT-LAST-CODE.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF CUST-FILE-STATUS = "00"
               MOVE "Y" TO DEBT-CUST-OPEN-SW.
           MOVE "PRINTER" TO PRINTER-DEVICE-NAME.
           OPEN OUTPUT PRINTER-FILE.
           DISPLAY PRINTING-SCREEN.
               MOVE INVH-DATE TO DEBT-DATE
               MOVE INVH-DATE-YMD TO DEBT-DATE-YMD
               MOVE INVH-AMOUNT-DUE TO DEBT-AMOUNT-DUE
               MOVE INVH-CUST-CODE TO DEBT-CUST-CODE
               COMPUTE DEBT-PAID = 0.
           IF INVH-LINE-NO NOT < FIRST-PAYMENT-LINE AND
              DEBT-ACTIVE-SW = "Y" AND
           TERMINATE AGED-DEBTORS-REPORT.
           CLOSE PRINTER-FILE.
           CLOSE INVOICE-HISTORY-FILE.
           IF DEBT-CUST-OPEN-SW = "Y"
               CLOSE CUSTOMER-MASTER-FILE.
           CALL X"83" USING ANY-KEY.
       END-AD.
           DISPLAY BLANK-SCREEN.
           COMPUTE DEBT-AGE-DAYS = AGE-TODAY-DAYS -
               ((DEBT-YMD-YEAR * 360) + (DEBT-YMD-MONTH * 30)
               + DEBT-YMD-DAY).
           PERFORM DEBT-ACCOUNT-TERMS THRU END-DAT.
           COMPUTE DEBT-OVERDUE-DAYS = DEBT-AGE-DAYS - DEBT-TERMS-DAYS.
           COMPUTE DEBT-BUCKET-CURRENT = 0.
           COMPUTE DEBT-BUCKET-30 = 0.
           COMPUTE DEBT-BUCKET-60 = 0.
           COMPUTE DEBT-BUCKET-90 = 0.
           EVALUATE TRUE
               WHEN DEBT-OVERDUE-DAYS < 0
                   MOVE DEBT-BALANCE TO DEBT-BUCKET-CURRENT
                   ADD DEBT-BALANCE TO DEBT-TOTAL-CURRENT
               WHEN DEBT-OVERDUE-DAYS < 30
                   MOVE DEBT-BALANCE TO DEBT-BUCKET-30
                   ADD DEBT-BALANCE TO DEBT-TOTAL-30
               WHEN DEBT-OVERDUE-DAYS < 60
                   MOVE DEBT-BALANCE TO DEBT-BUCKET-60
                   ADD DEBT-BALANCE TO DEBT-TOTAL-60
               WHEN OTHER
           GENERATE AGED-DEBTORS-GROUP.
       END-ADB.

      *TERMS FOR THE INVOICE'S ACCOUNT.  RUNS OF INVOICES FOR THE
      *SAME ACCOUNT REUSE THE LAST LOOKUP.

       DEBT-ACCOUNT-TERMS.
           IF DEBT-CUST-CODE = DEBT-LAST-CODE
               GO TO END-DAT.
           MOVE DEBT-CUST-CODE TO DEBT-LAST-CODE.
           COMPUTE DEBT-TERMS-DAYS = 0.
           IF DEBT-CUST-OPEN-SW NOT = "Y" OR DEBT-CUST-CODE = SPACES
               GO TO DAT-DEFAULT.
           MOVE DEBT-CUST-CODE TO CUST-CODE.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   COMPUTE DEBT-TERMS-DAYS = 0
               NOT INVALID KEY
                   MOVE CUST-TERMS-DAYS TO DEBT-TERMS-DAYS
           END-READ.
       DAT-DEFAULT.
           IF DEBT-TERMS-DAYS = 0
               MOVE DEFAULT-TERMS-DAYS TO DEBT-TERMS-DAYS.
       END-DAT.

      *CUSTOMER STATEMENTS - ONE PAGE PER ACCOUNT FOR THE KEYED
      *MONTH: BALANCE BROUGHT FORWARD, THEN INVOICES, CREDIT NOTES
      *AND PAYMENTS IN DATE ORDER, THEN THE CLOSING BALANCE.  THE
      *SAVED AND PUT BACK, AS THE REPRINT LOOKUP DOES).  A FULL
      *CREDIT KEEPS EVERY LINE AND THE ORIGINAL MONEY FIGURES SO THE
      *CREDIT ALWAYS MATCHES WHAT WAS CHARGED; A PARTIAL ONE IS KEYED
      *THROUGH THE NORMAL GOODS EDITOR AND COSTED AFRESH.  EITHER WAY
      *EACH LINE CARRIES THE UNIT COST FROM THE ORIGINAL INVOICE LINE
      *(GOODS-UNIT-COST), NOT TODAY'S.  THE CREDIT TAKES ITS OWN
      *NUMBER FROM THE SAME SEQUENCE AS INVOICES.

       CREDIT-NOTE.
           PERFORM SAVE-LIVE-INVOICE-DATA THRU END-SLD.
           DISPLAY CREDIT-FULL-SCREEN.
           CALL X"83" USING ANY-KEY.
           IF ANY-KEY NOT = "Y"
               PERFORM KEEP-CREDIT-COSTS THRU END-KCC
               PERFORM CLEAR-GOODS-TABLE THRU END-CGT
               MOVE SCREEN-DATA(2) TO SAVED-GOODS-SCREEN
               MOVE "Y" TO WORK-SUPPRESS-SW
               PERFORM EDIT-GOODS-DATA THRU END-EGD
               MOVE "N" TO WORK-SUPPRESS-SW
               PERFORM SET-CREDIT-COSTS THRU END-SCS
               MOVE SAVED-GOODS-SCREEN TO SCREEN-DATA(2)
               COMPUTE COMP-TOTAL = 0
               COMPUTE LOOP-VARIABLE = 0
           MOVE "CREDIT NOTE" TO DOC-TYPE-HEADING.
           PERFORM CHECK-CONTINUATION-NEEDED
               THRU CHECK-CONTINUATION-LOOP.
           PERFORM TAKE-INVOICE-NUMBER THRU END-TIN.
           PERFORM SELECT-PRINT-DESTINATION.
           OPEN OUTPUT PRINTER-FILE.
           DISPLAY PRINTING-SCREEN.
               MOVE AMOUNT-DUE TO LOG-AMOUNT
               PERFORM WRITE-ACTIVITY-LOG THRU END-WAL.
           ADD 1 TO CURRENT-INVOICE.
       CREDIT-NOTE-OUT.
           MOVE SPACES TO DOC-TYPE-HEADING.
           PERFORM RESTORE-LIVE-INVOICE-DATA THRU END-RLD.
       END-CN.
           DISPLAY BLANK-SCREEN.

      *A PARTIAL CREDIT IS KEYED INTO A CLEARED GOODS TABLE, SO THE
      *ORIGINAL'S CODED LINES AND THEIR COSTS ARE KEPT FIRST, AND
      *EACH CREDIT LINE IS GIVEN THE COST OF THE ORIGINAL LINE FOR THE
      *SAME PRODUCT.  A PRODUCT THAT WAS NOT ON THE ORIGINAL CARRIES
      *NO COST.

       KEEP-CREDIT-COSTS.
           COMPUTE CNC-COUNT = 0.
           COMPUTE LOOP-VARIABLE = 0.
       KEEP-CREDIT-COSTS-LOOP.
           ADD 1 TO LOOP-VARIABLE.
           IF GOODS-CODE(LOOP-VARIABLE) NOT = SPACES
               ADD 1 TO CNC-COUNT
               MOVE GOODS-CODE(LOOP-VARIABLE) TO CNC-CODE(CNC-COUNT)
               MOVE GOODS-UNIT-COST(LOOP-VARIABLE)
                   TO CNC-COST(CNC-COUNT).
           IF LOOP-VARIABLE NOT = MAX-GOODS
               GO TO KEEP-CREDIT-COSTS-LOOP.
       END-KCC.

       SET-CREDIT-COSTS.
           COMPUTE LOOP-VARIABLE = 0.
       SET-CREDIT-COSTS-LOOP.
           ADD 1 TO LOOP-VARIABLE.
           COMPUTE GOODS-UNIT-COST(LOOP-VARIABLE) = 0.
           IF GOODS-CODE(LOOP-VARIABLE) = SPACES
               GO TO SET-CREDIT-COSTS-NEXT.
           COMPUTE CNC-SUB = 0.
       SET-CREDIT-COSTS-FIND.
           ADD 1 TO CNC-SUB.
           IF CNC-SUB > CNC-COUNT
               GO TO SET-CREDIT-COSTS-NEXT.
           IF CNC-CODE(CNC-SUB) NOT = GOODS-CODE(LOOP-VARIABLE)
               GO TO SET-CREDIT-COSTS-FIND.
           MOVE CNC-COST(CNC-SUB) TO GOODS-UNIT-COST(LOOP-VARIABLE).
       SET-CREDIT-COSTS-NEXT.
           IF LOOP-VARIABLE NOT = MAX-GOODS
               GO TO SET-CREDIT-COSTS-LOOP.
       END-SCS.

       SUM-GOODS-LINES.
           ADD 1 TO LOOP-VARIABLE.
           ADD GOODS-TOTAL(LOOP-VARIABLE) TO COMP-TOTAL.
           COMPUTE GOODS-PRICE(LOOP-VARIABLE) = 0.
           COMPUTE GOODS-TOTAL(LOOP-VARIABLE) = 0.
           MOVE "S" TO GOODS-VAT-CODE(LOOP-VARIABLE).
           MOVE SPACES TO GOODS-BATCH-NO(LOOP-VARIABLE).
           COMPUTE GOODS-USE-BY(LOOP-VARIABLE) = 0.
           COMPUTE GOODS-UNIT-COST(LOOP-VARIABLE) = 0.
           IF LOOP-VARIABLE NOT = MAX-GOODS
               GO TO CLEAR-GOODS-TABLE-LOOP.
           COMPUTE CUR-GOODS = 1.
       ALLOCATE-CREDIT.
           OPEN I-O INVOICE-HISTORY-FILE.
           MOVE CREDIT-ORIG-INVOICE TO PAY-INVOICE-NO.
           MOVE PAY-INVOICE-NO TO INVH-INVOICE-NO.
           PERFORM LOCK-INVOICE-HEADER THRU END-LKH.
           IF LOCK-FOUND-SW NOT = "Y"
               CLOSE INVOICE-HISTORY-FILE
               DISPLAY REPRINT-NOTFOUND-SCREEN
               CALL X"83" USING ANY-KEY
               GO TO END-ACR.
           PERFORM SUM-PAYMENTS-ON-FILE THRU END-SPF.
           IF PAY-LINE-NO > LAST-PAYMENT-LINE
               CLOSE INVOICE-HISTORY-FILE
           MOVE SPACES TO INVH-GOODS-CODE.
           MOVE SPACES TO INVH-VAT-CODE.
           MOVE OPERATOR-ID TO INVH-OPERATOR.
           MOVE SPACES TO INVH-BATCH-NO.
           COMPUTE INVH-USE-BY-YMD = 0.
           COMPUTE INVH-UNIT-COST = 0.
           WRITE INVOICE-HISTORY-RECORD
               INVALID KEY
                   DISPLAY CREDIT-NOALLOC-SCREEN
               GO TO END-PQ.
           PERFORM SELECT-DISCOUNT-AND-DELIVERY.
           PERFORM CALCULATE-INVOICE-TOTALS.
           PERFORM TAKE-QUOTE-NUMBER THRU END-TQN.
           MOVE "QUOTATION" TO DOC-TYPE-HEADING.
           MOVE CURRENT-INVOICE TO SAVED-CURRENT-INVOICE.
           MOVE CURRENT-QUOTE TO CURRENT-INVOICE.
           MOVE SPACES TO DOC-TYPE-HEADING.
           DISPLAY QUOTE-DONE-SCREEN.
           CALL X"83" USING ANY-KEY.
       END-PQ.
           DISPLAY BLANK-SCREEN.

           MOVE SPACES TO INVH-GOODS-CODE.
           MOVE SPACES TO INVH-VAT-CODE.
           MOVE OPERATOR-ID TO INVH-OPERATOR.
           MOVE SPACES TO INVH-BATCH-NO.
           COMPUTE INVH-USE-BY-YMD = 0.
           COMPUTE INVH-UNIT-COST = 0.
           MOVE INVOICE-HISTORY-RECORD TO QUOTATION-RECORD.
           WRITE QUOTATION-RECORD
               INVALID KEY
           MOVE GOODS-PRICE(HIST-LOOP-VARIABLE) TO INVH-GOODS-PRICE.
           MOVE GOODS-TOTAL(HIST-LOOP-VARIABLE) TO INVH-GOODS-TOTAL.
           MOVE GOODS-VAT-CODE(HIST-LOOP-VARIABLE) TO INVH-VAT-CODE.
           MOVE GOODS-BATCH-NO(HIST-LOOP-VARIABLE) TO INVH-BATCH-NO.
           MOVE GOODS-USE-BY(HIST-LOOP-VARIABLE) TO UBY-DMY.
           PERFORM USE-BY-TO-YMD.
           MOVE UBY-YMD TO INVH-USE-BY-YMD.
           MOVE INVOICE-HISTORY-RECORD TO QUOTATION-RECORD.
           WRITE QUOTATION-RECORD
               INVALID KEY
           CALL X"83" USING ANY-KEY.
           IF ANY-KEY NOT = "Y"
               GO TO CONVERT-QUOTE-OUT.
           PERFORM CHECK-CREDIT-CONTROL THRU END-CCC.
           IF CRD-REFUSED-SW = "Y"
               GO TO CONVERT-QUOTE-OUT.
           MOVE SPACES TO DOC-TYPE-HEADING.
           MOVE "H" TO HIST-HEADER-TYPE.
           PERFORM CHECK-CONTINUATION-NEEDED
               THRU CHECK-CONTINUATION-LOOP.
           PERFORM TAKE-INVOICE-NUMBER THRU END-TIN.
           PERFORM LOG-CREDIT-OVERRIDE THRU END-LCO.
           PERFORM SELECT-PRINT-DESTINATION.
           OPEN OUTPUT PRINTER-FILE.
           DISPLAY PRINTING-SCREEN.
               PERFORM UPDATE-STOCK-FROM-ORDER THRU END-USO
               PERFORM MARK-QUOTE-CONVERTED THRU END-MQC.
           ADD 1 TO CURRENT-INVOICE.
       CONVERT-QUOTE-OUT.
           PERFORM RESTORE-LIVE-INVOICE-DATA THRU END-RLD.
       END-CQI.
                   COMPUTE GOODS-QTY(LOOP-VARIABLE) = 0
                   COMPUTE GOODS-PRICE(LOOP-VARIABLE) = 0
                   COMPUTE GOODS-TOTAL(LOOP-VARIABLE) = 0
                   MOVE SPACES TO GOODS-BATCH-NO(LOOP-VARIABLE)
                   COMPUTE GOODS-USE-BY(LOOP-VARIABLE) = 0
               NOT INVALID KEY
                   MOVE QUOTATION-RECORD TO INVOICE-HISTORY-RECORD
                   MOVE INVH-GOODS-CODE TO GOODS-CODE(LOOP-VARIABLE)
                   MOVE INVH-GOODS-QTY TO GOODS-QTY(LOOP-VARIABLE)
                   MOVE INVH-GOODS-PRICE TO GOODS-PRICE(LOOP-VARIABLE)
                   MOVE INVH-GOODS-TOTAL TO GOODS-TOTAL(LOOP-VARIABLE)
                   MOVE INVH-BATCH-NO TO GOODS-BATCH-NO(LOOP-VARIABLE)
                   MOVE INVH-USE-BY-YMD TO UBY-YMD
                   PERFORM USE-BY-TO-DMY
                   MOVE UBY-DMY TO GOODS-USE-BY(LOOP-VARIABLE)
           END-READ.
           MOVE INVH-VAT-CODE TO VAT-NORM-CODE.
           PERFORM NORMALIZE-VAT-CODE.
           IF CHK-HEADER-COUNT = 0
               COMPUTE CURRENT-INVOICE = 1.
           PERFORM WRITE-INVOICE-NUMBER-AUDIT THRU END-WIA.
           PERFORM SAVE-INVOICE-NUMBER THRU END-SIV.
           MOVE "N" TO CUR-MISSING-SW.
           MOVE "INV REBUILD" TO LOG-ACTION.
           MOVE CURRENT-INVOICE TO LOG-REFERENCE.
           CALL X"83" USING ANY-KEY.
       END-RCV.

      *ORDER AUTOSAVE - THE WHOLE IN-PROGRESS ORDER GOES TO THE
      *OPERATOR'S OWN WORK FILE (ORDWKXXX.DAT, NAMED AT SIGN-ON) AS
      *ONE RECORD, REWRITTEN FROM SCRATCH EACH TIME.

      *THE SNAPSHOT STAYS UNTOUCHED WHILE THE GOODS EDITOR IS ONLY
      *BORROWED (KEYING A PARTIAL CREDIT) - THE REAL UNFINISHED
               TO WORK-GOODS-TOTAL(WORK-LOOP-VARIABLE).
           MOVE GOODS-VAT-CODE(WORK-LOOP-VARIABLE)
               TO WORK-GOODS-VAT-CODE(WORK-LOOP-VARIABLE).
           MOVE GOODS-BATCH-NO(WORK-LOOP-VARIABLE)
               TO WORK-GOODS-BATCH-NO(WORK-LOOP-VARIABLE).
           MOVE GOODS-USE-BY(WORK-LOOP-VARIABLE)
               TO WORK-GOODS-USE-BY(WORK-LOOP-VARIABLE).
           IF WORK-LOOP-VARIABLE NOT = MAX-GOODS
               GO TO SAVE-ORDER-WORK-LOOP.
           WRITE ORDER-WORK-RECORD.
               CLOSE ORDER-WORK-FILE.
       END-COV.

      *STARTUP RECOVERY - A NON-EMPTY WORK FILE MEANS THIS OPERATOR'S
      *LAST SESSION DIED WITH AN ORDER ON THE SCREEN; OFFER IT BACK
      *BEFORE STARTING BLANK.

       CHECK-ORDER-WORK.
           PERFORM NORMALIZE-VAT-CODE.
           MOVE VAT-NORM-CODE
               TO GOODS-VAT-CODE(WORK-LOOP-VARIABLE).
           MOVE WORK-GOODS-BATCH-NO(WORK-LOOP-VARIABLE)
               TO GOODS-BATCH-NO(WORK-LOOP-VARIABLE).
           MOVE WORK-GOODS-USE-BY(WORK-LOOP-VARIABLE)
               TO GOODS-USE-BY(WORK-LOOP-VARIABLE).
           IF GOODS-USE-BY(WORK-LOOP-VARIABLE) NOT NUMERIC
               COMPUTE GOODS-USE-BY(WORK-LOOP-VARIABLE) = 0.
           IF WORK-LOOP-VARIABLE NOT = MAX-GOODS
               GO TO RESTORE-ORDER-WORK-LOOP.
           CLOSE ORDER-WORK-FILE.

       ARCHIVE-HISTORY.
           DISPLAY BLANK-SCREEN.
           PERFORM CHECK-OTHERS-SIGNED-ON THRU END-COS.
           IF SGN-OTHERS-COUNT > 0
               DISPLAY SIGNED-ON-SCREEN
               CALL X"83" USING ANY-KEY
               GO TO END-ARC.
           COMPUTE ARCH-YEAR-ENTRY = 0.
           DISPLAY ARCHIVE-RANGE-SCREEN.
           ACCEPT ARCHIVE-RANGE-SCREEN.

      *ONE-TIME CONVERSION - RUN ONCE AFTER INSTALLING A RELEASE
      *THAT WIDENED THE RECORDS.  EACH FILE IS READ AT ITS OLD
      *LENGTH AND REBUILT AT THE NEW ONE: PRODUCTS GET NO PREFERRED
      *SUPPLIER, NO PACK SIZE AND NO CURRENT BATCH, CUSTOMERS NO
      *CREDIT LIMIT, STANDARD TERMS AND NO HOLD, HISTORY, ARCHIVE
      *AND QUOTATION LINES NO BATCH AND NO USE-BY DATE.  DOCUMENT
      *NUMBERS - INVOICE, CREDIT NOTE, QUOTATION AND PURCHASE ORDER,
      *WHEREVER THEY ARE HELD - COME ACROSS UNCHANGED INTO THE WIDER
      *FIELDS.  THE INDEXED FILES GUARD THEMSELVES - ONE ALREADY AT
      *ITS NEW LENGTH ANSWERS 39 TO THE OLD OPEN AND IS LEFT ALONE -
      *SO THEY ARE OFFERED ON EVERY RUN.  THE SEQUENTIAL FILES (AUDIT
      *TRAIL, ACTIVITY LOG, CURINV.DAT AND QUOTNO.DAT) CANNOT TELL, SO
      *THEY SHARE CONVSEQ.FLG, WRITTEN ONCE THEY ARE DONE.  ARCHIVES
      *ARE CONVERTED A YEAR AT A TIME AS EACH IS FIRST WANTED.  THE
      *ORDER SNAPSHOT IS SCRATCH AND IS SIMPLY CLEARED.

       CONVERT-DATA-FILES.
           DISPLAY BLANK-SCREEN.
           PERFORM CHECK-OTHERS-SIGNED-ON THRU END-COS.
           IF SGN-OTHERS-COUNT > 0
               DISPLAY SIGNED-ON-SCREEN
               CALL X"83" USING ANY-KEY
               GO TO END-CDF.
           COMPUTE CVT-TOTAL-COUNT = 0.
           DISPLAY CONVERT-CONFIRM-SCREEN.
           CALL X"83" USING ANY-KEY.
           IF ANY-KEY NOT = "Y"
               GO TO END-CDF.
           DISPLAY PRINTING-SCREEN.
           PERFORM CONVERT-HISTORY THRU END-CVH.
           PERFORM CONVERT-QUOTES THRU END-CVQ.
           PERFORM CONVERT-PURCHASE-ORDERS THRU END-CVO.
           PERFORM CONVERT-PRODMAST THRU END-CVP.
           PERFORM CONVERT-CUSTMAST THRU END-CVC.
           PERFORM CLEAR-ORDER-WORK THRU END-COV.
           OPEN INPUT CONVERT-FLAG-FILE.
           IF CVF-FILE-STATUS = "00"
               CLOSE CONVERT-FLAG-FILE
               DISPLAY BLANK-SCREEN
               DISPLAY CONVERT-FLAGGED-SCREEN
               CALL X"83" USING ANY-KEY
               GO TO CONVERT-LOG-RUN.
           PERFORM CONVERT-AUDIT THRU END-CVA.
           PERFORM CONVERT-ACTLOG THRU END-CVL.
           PERFORM CONVERT-NUMBER-FILES THRU END-CVN.
           OPEN OUTPUT CONVERT-FLAG-FILE.
           MOVE STRINGED-DATE TO CONVERT-FLAG-RECORD.
           WRITE CONVERT-FLAG-RECORD.
           CLOSE CONVERT-FLAG-FILE.
       CONVERT-LOG-RUN.
           MOVE "N" TO CVT-NEEDED-SW.
           MOVE "CONVERT" TO LOG-ACTION.
           COMPUTE LOG-REFERENCE = 0.
       END-CDF.
           DISPLAY BLANK-SCREEN.

      *PASS ONE COPIES THE OLD HISTORY RECORDS AS THEY STAND INTO
      *CONVHIST.TMP, PASS TWO REBUILDS INVHIST.DAT FROM IT FIELD BY
      *FIELD.  A CRASH DURING PASS TWO IS RECOVERED BY RERUNNING - THE
      *OLD OPEN THEN ANSWERS 39 AND A NON-EMPTY TMP IS PLAYED BACK
      *INSTEAD; THE TMP IS EMPTIED ONLY ONCE PASS TWO IS HOME.

       CONVERT-HISTORY.
               AT END
                   GO TO CONVERT-HISTORY-P2-EOF
           END-READ.
           PERFORM CONVERT-WORK-TO-HISTORY.
           WRITE INVOICE-HISTORY-RECORD
               INVALID KEY
                   CONTINUE
           CLOSE INVOICE-HISTORY-FILE.
           OPEN OUTPUT CONVERT-WORK-FILE.
           CLOSE CONVERT-WORK-FILE.
       END-CVH.

      *ONE OLD-LAYOUT RECORD FROM CONVHIST.TMP INTO THE HISTORY
      *RECORD AREA.  THE NUMERIC MOVES WIDEN THE DOCUMENT NUMBER IN
      *THE KEY AND ANY DOCUMENT NUMBER PARKED IN THE GOODS TOTAL OF A
      *CREDIT NOTE HEADER OR ALLOCATION RECORD WITHOUT CHANGING IT.

       CONVERT-WORK-TO-HISTORY.
           MOVE CVT-INVOICE-NO TO INVH-INVOICE-NO.
           MOVE CVT-LINE-NO TO INVH-LINE-NO.
           MOVE CVT-RECORD-TYPE TO INVH-RECORD-TYPE.
           MOVE CVT-DATE TO INVH-DATE.
           MOVE CVT-DATE-YMD TO INVH-DATE-YMD.
           MOVE CVT-CUSTOMER-NAME TO INVH-CUSTOMER-NAME.
           MOVE CVT-CUSTOMER-ADDRESS1 TO INVH-CUSTOMER-ADDRESS1.
           MOVE CVT-CUSTOMER-ADDRESS2 TO INVH-CUSTOMER-ADDRESS2.
           MOVE CVT-CUSTOMER-ADDRESS3 TO INVH-CUSTOMER-ADDRESS3.
           MOVE CVT-CUSTOMER-ADDRESS4 TO INVH-CUSTOMER-ADDRESS4.
           MOVE CVT-CUSTOMER-ADDRESS5 TO INVH-CUSTOMER-ADDRESS5.
           MOVE CVT-CUSTOMER-ADDRESS6 TO INVH-CUSTOMER-ADDRESS6.
           MOVE CVT-CUSTOMER-TELEPHONE TO INVH-CUSTOMER-TELEPHONE.
           MOVE CVT-COMP-TOTAL TO INVH-COMP-TOTAL.
           MOVE CVT-AMOUNT-DUE TO INVH-AMOUNT-DUE.
           MOVE CVT-DISCOUNT-AMOUNT TO INVH-DISCOUNT-AMOUNT.
           MOVE CVT-DELIVERY-CHARGE TO INVH-DELIVERY-CHARGE.
           MOVE CVT-VAT-AMOUNT TO INVH-VAT-AMOUNT.
           MOVE CVT-GOODS-DESC TO INVH-GOODS-DESC.
           MOVE CVT-GOODS-QTY TO INVH-GOODS-QTY.
           MOVE CVT-GOODS-PRICE TO INVH-GOODS-PRICE.
           MOVE CVT-GOODS-TOTAL TO INVH-GOODS-TOTAL.
           MOVE CVT-CUST-CODE TO INVH-CUST-CODE.
           MOVE CVT-GOODS-CODE TO INVH-GOODS-CODE.
           MOVE CVT-VAT-CODE TO INVH-VAT-CODE.
           MOVE CVT-OPERATOR TO INVH-OPERATOR.
           MOVE SPACES TO INVH-BATCH-NO.
           COMPUTE INVH-USE-BY-YMD = 0.
           COMPUTE INVH-UNIT-COST = 0.

      *QUOTATIONS SHARE THE HISTORY LAYOUT AND ARE REBUILT THE SAME
      *WAY THROUGH CONVHIST.TMP.

       CONVERT-QUOTES.
           OPEN INPUT OLD-QUOTATION-FILE.
           IF OQUO-FILE-STATUS NOT = "00"
               GO TO END-CVQ.
           OPEN OUTPUT CONVERT-WORK-FILE.
       CONVERT-QUOTES-P1-LOOP.
           READ OLD-QUOTATION-FILE NEXT RECORD
               AT END
                   GO TO CONVERT-QUOTES-P1-EOF
           END-READ.
           MOVE OLD-QUOTATION-RECORD TO CONVERT-WORK-RECORD.
           WRITE CONVERT-WORK-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           GO TO CONVERT-QUOTES-P1-LOOP.
       CONVERT-QUOTES-P1-EOF.
           CLOSE OLD-QUOTATION-FILE.
           CLOSE CONVERT-WORK-FILE.
           OPEN INPUT CONVERT-WORK-FILE.
           OPEN OUTPUT QUOTATION-FILE.
       CONVERT-QUOTES-P2-LOOP.
           READ CONVERT-WORK-FILE NEXT RECORD
               AT END
                   GO TO CONVERT-QUOTES-P2-EOF
           END-READ.
           PERFORM CONVERT-WORK-TO-HISTORY.
           MOVE INVOICE-HISTORY-RECORD TO QUOTATION-RECORD.
           WRITE QUOTATION-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           ADD 1 TO CVT-TOTAL-COUNT.
           GO TO CONVERT-QUOTES-P2-LOOP.
       CONVERT-QUOTES-P2-EOF.
           CLOSE CONVERT-WORK-FILE.
           CLOSE QUOTATION-FILE.
           OPEN OUTPUT CONVERT-WORK-FILE.
           CLOSE CONVERT-WORK-FILE.
       END-CVQ.

      *PURCHASE ORDERS GO THROUGH CONVHIST.TMP THE SAME WAY, EACH OLD
      *RECORD PARKED AT THE FRONT OF A WORK RECORD.  PURCHNO.DAT HAS
      *NO WAY OF SAYING WHICH LENGTH IT IS, SO IT IS WIDENED ONLY IN
      *THE RUN THAT FINDS PURCHORD.DAT STILL AT THE OLD LENGTH - ONCE
      *THE ORDERS ARE CONVERTED THE NUMBER FILE IS NEVER TOUCHED
      *AGAIN.

       CONVERT-PURCHASE-ORDERS.
           OPEN INPUT OLD-PURCHASE-ORDER-FILE.
           IF OPUR-FILE-STATUS NOT = "00"
               GO TO END-CVO.
           OPEN OUTPUT CONVERT-WORK-FILE.
       CONVERT-PURCHASE-P1-LOOP.
           READ OLD-PURCHASE-ORDER-FILE NEXT RECORD
               AT END
                   GO TO CONVERT-PURCHASE-P1-EOF
           END-READ.
           MOVE OLD-PURCHASE-ORDER-RECORD TO CONVERT-WORK-RECORD.
           WRITE CONVERT-WORK-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           GO TO CONVERT-PURCHASE-P1-LOOP.
       CONVERT-PURCHASE-P1-EOF.
           CLOSE OLD-PURCHASE-ORDER-FILE.
           CLOSE CONVERT-WORK-FILE.
           OPEN INPUT CONVERT-WORK-FILE.
           OPEN OUTPUT PURCHASE-ORDER-FILE.
       CONVERT-PURCHASE-P2-LOOP.
           READ CONVERT-WORK-FILE NEXT RECORD
               AT END
                   GO TO CONVERT-PURCHASE-P2-EOF
           END-READ.
           MOVE CONVERT-WORK-RECORD TO CVO-IMAGE.
           MOVE CVO-NUMBER TO PO-NUMBER.
           MOVE CVO-LINE-NO TO PO-LINE-NO.
           MOVE CVO-RECORD-TYPE TO PO-RECORD-TYPE.
           MOVE CVO-STATUS TO PO-STATUS.
           MOVE CVO-SUPP-CODE TO PO-SUPP-CODE.
           MOVE CVO-DATE TO PO-DATE.
           MOVE CVO-DATE-YMD TO PO-DATE-YMD.
           MOVE CVO-DUE-YMD TO PO-DUE-YMD.
           MOVE CVO-PROD-CODE TO PO-PROD-CODE.
           MOVE CVO-PROD-DESC TO PO-PROD-DESC.
           MOVE CVO-QTY-ORDERED TO PO-QTY-ORDERED.
           MOVE CVO-QTY-RECEIVED TO PO-QTY-RECEIVED.
           MOVE CVO-UNIT-COST TO PO-UNIT-COST.
           MOVE CVO-OPERATOR TO PO-OPERATOR.
           WRITE PURCHASE-ORDER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           ADD 1 TO CVT-TOTAL-COUNT.
           GO TO CONVERT-PURCHASE-P2-LOOP.
       CONVERT-PURCHASE-P2-EOF.
           CLOSE CONVERT-WORK-FILE.
           CLOSE PURCHASE-ORDER-FILE.
           OPEN OUTPUT CONVERT-WORK-FILE.
           CLOSE CONVERT-WORK-FILE.
           OPEN INPUT OLD-PURCHASE-NUMBER-FILE.
           IF OPNO-FILE-STATUS NOT = "00"
               GO TO END-CVO.
           READ OLD-PURCHASE-NUMBER-FILE
               AT END
                   CLOSE OLD-PURCHASE-NUMBER-FILE
                   GO TO END-CVO
           END-READ.
           CLOSE OLD-PURCHASE-NUMBER-FILE.
           MOVE OPNO-ORDER TO PNO-ORDER.
           OPEN OUTPUT PURCHASE-NUMBER-FILE.
           WRITE PURCHASE-NUMBER-FILE-DATA.
           CLOSE PURCHASE-NUMBER-FILE.
           ADD 1 TO CVT-TOTAL-COUNT.
       END-CVO.

       CONVERT-PRODMAST.
           OPEN INPUT OLD-PRODUCT-FILE.
               DISPLAY CONVERT-FULL-SCREEN
               CALL X"83" USING ANY-KEY
               GO TO END-CVP.
           MOVE OLD-PRODUCT-RECORD TO PRODUCT-MASTER-RECORD.
           MOVE SPACES TO PROD-SUPPLIER-CODE.
           COMPUTE PROD-PACK-SIZE = 0.
           MOVE SPACES TO PROD-BATCH-NO.
           COMPUTE PROD-USE-BY-YMD = 0.
           ADD 1 TO CVP-COUNT.
           MOVE PRODUCT-MASTER-RECORD TO CVP-IMAGE(CVP-COUNT).
           GO TO CONVERT-PRODMAST-LOOP.
           CLOSE PRODUCT-MASTER-FILE.
       END-CVP.

       CONVERT-CUSTMAST.
           OPEN INPUT OLD-CUSTOMER-FILE.
           IF OCUST-FILE-STATUS NOT = "00"
               GO TO END-CVC.
           COMPUTE CVC-COUNT = 0.
       CONVERT-CUSTMAST-LOOP.
           READ OLD-CUSTOMER-FILE NEXT RECORD
               AT END
                   GO TO CONVERT-CUSTMAST-EOF
           END-READ.
           IF CVC-COUNT = 500
               CLOSE OLD-CUSTOMER-FILE
               DISPLAY CONVERT-FULL-SCREEN
               CALL X"83" USING ANY-KEY
               GO TO END-CVC.
           MOVE OLD-CUSTOMER-RECORD TO CUSTOMER-MASTER-RECORD.
           COMPUTE CUST-CREDIT-LIMIT = 0.
           COMPUTE CUST-TERMS-DAYS = 0.
           MOVE "N" TO CUST-ON-HOLD.
           MOVE SPACES TO CUST-ROUND.
           COMPUTE CUST-DROP-SEQ = 0.
           MOVE SPACES TO CUST-DELIVERY-DAYS.
           ADD 1 TO CVC-COUNT.
           MOVE CUSTOMER-MASTER-RECORD TO CVC-IMAGE(CVC-COUNT).
           GO TO CONVERT-CUSTMAST-LOOP.
       CONVERT-CUSTMAST-EOF.
           CLOSE OLD-CUSTOMER-FILE.
           OPEN OUTPUT CUSTOMER-MASTER-FILE.
           COMPUTE CVC-SUB = 0.
       CONVERT-CUSTMAST-WRITE.
           IF CVC-SUB = CVC-COUNT
               GO TO CONVERT-CUSTMAST-DONE.
           ADD 1 TO CVC-SUB.
           MOVE CVC-IMAGE(CVC-SUB) TO CUSTOMER-MASTER-RECORD.
           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           ADD 1 TO CVT-TOTAL-COUNT.
           GO TO CONVERT-CUSTMAST-WRITE.
       CONVERT-CUSTMAST-DONE.
           CLOSE CUSTOMER-MASTER-FILE.
       END-CVC.

      *THE AUDIT FILE HAS NO STORED ATTRIBUTES TO ANSWER 39 WITH -
      *THE CONVSEQ.FLG GUARD ON THE WHOLE RUN IS WHAT KEEPS THIS
      *FROM RE-FRAMING AN ALREADY-CONVERTED FILE.  A READ THAT COMES
      *BACK DIRTY ABANDONS THE FILE UNTOUCHED.

           MOVE OAUD-OLD-INVOICE TO AUDIT-OLD-INVOICE.
           MOVE OAUD-NEW-INVOICE TO AUDIT-NEW-INVOICE.
           MOVE OAUD-DATE TO AUDIT-DATE.
           MOVE OAUD-OPERATOR TO AUDIT-OPERATOR.
           ADD 1 TO CVA-COUNT.
           MOVE AUDIT-RECORD TO CVA-IMAGE(CVA-COUNT).
           GO TO CONVERT-AUDIT-LOOP.
           CLOSE INVOICE-NUMBER-AUDIT-FILE.
       END-CVA.

      *THE ACTIVITY LOG CAN RUN TO THOUSANDS OF ENTRIES, SO IT IS
      *STAGED THROUGH CONVLOG.TMP ON DISK RATHER THAN A TABLE.  THE
      *LIVE LOG IS ONLY REWRITTEN ONCE THE WHOLE OLD FILE HAS BEEN
      *READ CLEAN.

       CONVERT-ACTLOG.
           OPEN INPUT OLD-ACTIVITY-LOG-FILE.
           IF OACT-FILE-STATUS NOT = "00"
               GO TO END-CVL.
           OPEN OUTPUT CONVERT-LOG-WORK-FILE.
       CONVERT-ACTLOG-P1-LOOP.
           READ OLD-ACTIVITY-LOG-FILE
               AT END
                   GO TO CONVERT-ACTLOG-P1-EOF
           END-READ.
           IF OACT-FILE-STATUS NOT = "00"
               CLOSE OLD-ACTIVITY-LOG-FILE
               CLOSE CONVERT-LOG-WORK-FILE
               GO TO END-CVL.
           MOVE OACT-DATE TO ACT-DATE.
           MOVE OACT-DATE-YMD TO ACT-DATE-YMD.
           MOVE OACT-OPERATOR TO ACT-OPERATOR.
           MOVE OACT-ACTION TO ACT-ACTION.
           MOVE OACT-REFERENCE TO ACT-REFERENCE.
           MOVE OACT-AMOUNT TO ACT-AMOUNT.
           MOVE ACTIVITY-LOG-RECORD TO CONVERT-LOG-WORK-RECORD.
           WRITE CONVERT-LOG-WORK-RECORD.
           GO TO CONVERT-ACTLOG-P1-LOOP.
       CONVERT-ACTLOG-P1-EOF.
           CLOSE OLD-ACTIVITY-LOG-FILE.
           CLOSE CONVERT-LOG-WORK-FILE.
           OPEN INPUT CONVERT-LOG-WORK-FILE.
           OPEN OUTPUT ACTIVITY-LOG-FILE.
       CONVERT-ACTLOG-P2-LOOP.
           READ CONVERT-LOG-WORK-FILE
               AT END
                   GO TO CONVERT-ACTLOG-P2-EOF
           END-READ.
           MOVE CONVERT-LOG-WORK-RECORD TO ACTIVITY-LOG-RECORD.
           WRITE ACTIVITY-LOG-RECORD.
           ADD 1 TO CVT-TOTAL-COUNT.
           GO TO CONVERT-ACTLOG-P2-LOOP.
       CONVERT-ACTLOG-P2-EOF.
           CLOSE CONVERT-LOG-WORK-FILE.
           CLOSE ACTIVITY-LOG-FILE.
           OPEN OUTPUT CONVERT-LOG-WORK-FILE.
           CLOSE CONVERT-LOG-WORK-FILE.
       END-CVL.

      *THE TWO NEXT-NUMBER FILES HOLD ONE RECORD EACH.

       CONVERT-NUMBER-FILES.
           OPEN INPUT OLD-CURRENT-INVOICE-FILE.
           IF OCUR-FILE-STATUS NOT = "00"
               GO TO CONVERT-QUOTE-NUMBER.
           READ OLD-CURRENT-INVOICE-FILE
               AT END
                   CLOSE OLD-CURRENT-INVOICE-FILE
                   GO TO CONVERT-QUOTE-NUMBER
           END-READ.
           CLOSE OLD-CURRENT-INVOICE-FILE.
           MOVE OCUR-INVOICE TO CUR-INVOICE.
           OPEN OUTPUT CURRENT-INVOICE-FILE.
           WRITE CURRENT-INVOICE-FILE-DATA.
           CLOSE CURRENT-INVOICE-FILE.
           MOVE CUR-INVOICE TO CURRENT-INVOICE.
           ADD 1 TO CVT-TOTAL-COUNT.
       CONVERT-QUOTE-NUMBER.
           OPEN INPUT OLD-QUOTE-NUMBER-FILE.
           IF OQNO-FILE-STATUS NOT = "00"
               GO TO END-CVN.
           READ OLD-QUOTE-NUMBER-FILE
               AT END
                   CLOSE OLD-QUOTE-NUMBER-FILE
                   GO TO END-CVN
           END-READ.
           CLOSE OLD-QUOTE-NUMBER-FILE.
           MOVE OQNO-QUOTE TO QNO-QUOTE.
           OPEN OUTPUT QUOTE-NUMBER-FILE.
           WRITE QUOTE-NUMBER-FILE-DATA.
           CLOSE QUOTE-NUMBER-FILE.
           ADD 1 TO CVT-TOTAL-COUNT.
       END-CVN.

       CONVERT-ARCHIVE.
           MOVE SPACES TO ARCH-FILE-NAME.
           STRING
               AT END
                   GO TO CONVERT-ARCHIVE-P2-EOF
           END-READ.
           PERFORM CONVERT-WORK-TO-HISTORY.
           MOVE INVOICE-HISTORY-RECORD TO ARCHIVE-HISTORY-RECORD.
           WRITE ARCHIVE-HISTORY-RECORD
               INVALID KEY
                   CONTINUE
      *(BKYYMMDD.BAK), TAGGED WITH THE FILE IT CAME FROM, PLUS ONE
      *KEYED ARCHIVE YEAR WHEN WANTED.  THE SET IS READ BACK AND
      *COUNTED BEFORE IT IS TRUSTED AND LOGGED, AND THE RUN REFUSES
      *TO START WHILE AN ORDER IS MID-ENTRY IN THE WORK FILE OR
      *ANYBODY ELSE IS SIGNED ON, SO A SET NEVER HOLDS HALF AN ORDER.

       BACKUP-DATA-FILES.
           DISPLAY BLANK-SCREEN.
           PERFORM CHECK-OTHERS-SIGNED-ON THRU END-COS.
           IF SGN-OTHERS-COUNT > 0
               DISPLAY SIGNED-ON-SCREEN
               CALL X"83" USING ANY-KEY
               GO TO END-BDF.
           PERFORM CHECK-ENTRY-BUSY THRU END-CEB.
           IF BKP-BUSY-SW = "Y"
               DISPLAY BACKUP-BUSY-SCREEN
           CALL X"83" USING ANY-KEY.
           IF ANY-KEY NOT = "Y"
               GO TO END-BDF.
           PERFORM BACKUP-WRITE-SET THRU END-BWS.
           IF BKP-SET-OK-SW = "Y"
               DISPLAY BACKUP-DONE-SCREEN
           ELSE
               DISPLAY BACKUP-FAIL-SCREEN.
           CALL X"83" USING ANY-KEY.
       END-BDF.
           DISPLAY BLANK-SCREEN.

      *WRITES, VERIFIES AND CATALOGS TODAY'S SET, WITH BKP-ARCH-YEAR
      *ALREADY CHOSEN.  BKP-SET-OK-SW COMES BACK "Y" ONLY WHEN EVERY
      *RECORD WRITTEN READS BACK.  SHARED BY OPTION J AND THE
      *OVERNIGHT RUN.

       BACKUP-WRITE-SET.
           MOVE "N" TO BKP-SET-OK-SW.
           MOVE SPACES TO BKP-SET-NAME.
           STRING
           "BK"
           COMPUTE BKP-WRITE-COUNT = 0.
           OPEN OUTPUT BACKUP-SET-FILE.
           IF BKP-FILE-STATUS NOT = "00"
               GO TO END-BWS.
           IF BATCH-MODE-SW NOT = "Y"
               DISPLAY PRINTING-SCREEN.
           PERFORM BACKUP-CURINV THRU END-BCV.
           PERFORM BACKUP-CUSTMAST THRU END-BCM.
           PERFORM BACKUP-PRODMAST THRU END-BPR.
           PERFORM BACKUP-VATRATE THRU END-BVT.
           PERFORM BACKUP-QUOTNO THRU END-BQN.
           PERFORM BACKUP-QUOTES THRU END-BQU.
           PERFORM BACKUP-SUPPMAST THRU END-BSM.
           PERFORM BACKUP-PURCHNO THRU END-BPN.
           PERFORM BACKUP-PURCHORD THRU END-BPO.
           PERFORM BACKUP-BANKTXN THRU END-BBT.
           PERFORM BACKUP-PRICECHG THRU END-BPC.
           PERFORM BACKUP-ACTLOG THRU END-BAL.
           IF BKP-ARCH-YEAR NOT = 0
               PERFORM BACKUP-ARCHIVE THRU END-BAC.
           CLOSE BACKUP-SET-FILE.
           PERFORM VERIFY-BACKUP-SET THRU END-VBS.
           IF BKP-VERIFY-COUNT NOT = BKP-WRITE-COUNT
               GO TO END-BWS.
           MOVE "Y" TO BKP-SET-OK-SW.
           PERFORM WRITE-BACKUP-LOG THRU END-WBL.
           MOVE "BACKUP" TO LOG-ACTION.
           COMPUTE LOG-REFERENCE = 0.
           MOVE BKP-WRITE-COUNT TO LOG-AMOUNT.
           PERFORM WRITE-ACTIVITY-LOG THRU END-WAL.
       END-BWS.

      *BACKUP, RESTORE, ARCHIVE AND CONVERSION REPLACE OR REBUILD
      *WHOLE FILES AND MUST HAVE THE SYSTEM TO THEMSELVES.  COUNTS
      *THE OTHER OPERATORS STILL SIGNED ON, LEAVING THE FIRST ONE'S
      *INITIALS IN SGN-OTHER-ID.  A REGISTER ENTRY WHOSE SGNXXX.LCK
      *NOBODY IS HOLDING WAS LEFT BY A TERMINAL THAT WENT DOWN AND
      *IS CLEARED AWAY HERE.

       CHECK-OTHERS-SIGNED-ON.
           COMPUTE SGN-OTHERS-COUNT = 0.
           MOVE SPACES TO SGN-OTHER-ID.
           OPEN I-O SIGNON-FILE.
           IF SGN-FILE-STATUS NOT = "00"
               GO TO END-COS.
           MOVE LOW-VALUES TO SGN-OPERATOR.
           START SIGNON-FILE KEY IS NOT LESS THAN SGN-OPERATOR
               INVALID KEY
                   GO TO CHECK-OTHERS-DONE.
       CHECK-OTHERS-LOOP.
           READ SIGNON-FILE NEXT RECORD
               AT END
                   GO TO CHECK-OTHERS-DONE
           END-READ.
           IF SGN-OPERATOR = OPERATOR-ID
               GO TO CHECK-OTHERS-LOOP.
           MOVE SPACES TO SES-PROBE-NAME.
           STRING "SGN" SGN-OPERATOR DELIMITED BY SPACE
               ".LCK" DELIMITED BY SIZE
               INTO SES-PROBE-NAME.
           OPEN INPUT SESSION-PROBE-FILE.
           IF SES-PROBE-STATUS = "00"
               CLOSE SESSION-PROBE-FILE.
           IF SES-PROBE-STATUS = "00" OR SES-PROBE-STATUS = "35"
               DELETE SIGNON-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               GO TO CHECK-OTHERS-LOOP.
           ADD 1 TO SGN-OTHERS-COUNT.
           IF SGN-OTHER-ID = SPACES
               MOVE SGN-OPERATOR TO SGN-OTHER-ID.
           GO TO CHECK-OTHERS-LOOP.
       CHECK-OTHERS-DONE.
           CLOSE SIGNON-FILE.
       END-COS.

      *A BACKUP OR RESTORE MUST NOT RUN OVER A HALF-KEYED ORDER -
      *THE SAME TEST THE START-OF-DAY RECOVERY USES.  ONLY THIS
      *OPERATOR'S OWN WORK FILE IS LOOKED AT; AN ORDER ON THE OTHER
      *TERMINAL IS KEPT OUT BY CHECK-OTHERS-SIGNED-ON.

       CHECK-ENTRY-BUSY.
           MOVE "N" TO BKP-BUSY-SW.
           CLOSE QUOTATION-FILE.
       END-BQU.

       BACKUP-SUPPMAST.
           OPEN INPUT SUPPLIER-MASTER-FILE.
           IF SUPP-FILE-STATUS NOT = "00"
               GO TO END-BSM.
           MOVE SPACES TO SUPP-CODE.
           START SUPPLIER-MASTER-FILE KEY IS NOT LESS THAN SUPP-CODE
               INVALID KEY
                   GO TO BACKUP-SUPPMAST-EOF.
       BACKUP-SUPPMAST-LOOP.
           READ SUPPLIER-MASTER-FILE NEXT RECORD
               AT END
                   GO TO BACKUP-SUPPMAST-EOF
           END-READ.
           MOVE "SUP" TO BKP-TAG.
           MOVE SUPPLIER-MASTER-RECORD TO BKP-IMAGE.
           WRITE BACKUP-SET-RECORD.
           ADD 1 TO BKP-WRITE-COUNT.
           GO TO BACKUP-SUPPMAST-LOOP.
       BACKUP-SUPPMAST-EOF.
           CLOSE SUPPLIER-MASTER-FILE.
       END-BSM.

       BACKUP-PURCHNO.
           OPEN INPUT PURCHASE-NUMBER-FILE.
           IF PNO-FILE-STATUS NOT = "00"
               GO TO END-BPN.
       BACKUP-PURCHNO-LOOP.
           READ PURCHASE-NUMBER-FILE
               AT END
                   GO TO BACKUP-PURCHNO-EOF
           END-READ.
           MOVE "PNO" TO BKP-TAG.
           MOVE PURCHASE-NUMBER-FILE-DATA TO BKP-IMAGE.
           WRITE BACKUP-SET-RECORD.
           ADD 1 TO BKP-WRITE-COUNT.
           GO TO BACKUP-PURCHNO-LOOP.
       BACKUP-PURCHNO-EOF.
           CLOSE PURCHASE-NUMBER-FILE.
       END-BPN.

       BACKUP-PURCHORD.
           OPEN INPUT PURCHASE-ORDER-FILE.
           IF PO-FILE-STATUS NOT = "00"
               GO TO END-BPO.
           MOVE ZEROS TO PO-KEY.
           START PURCHASE-ORDER-FILE KEY IS NOT LESS THAN PO-KEY
               INVALID KEY
                   GO TO BACKUP-PURCHORD-EOF.
       BACKUP-PURCHORD-LOOP.
           READ PURCHASE-ORDER-FILE NEXT RECORD
               AT END
                   GO TO BACKUP-PURCHORD-EOF
           END-READ.
           MOVE "PUR" TO BKP-TAG.
           MOVE PURCHASE-ORDER-RECORD TO BKP-IMAGE.
           WRITE BACKUP-SET-RECORD.
           ADD 1 TO BKP-WRITE-COUNT.
           GO TO BACKUP-PURCHORD-LOOP.
       BACKUP-PURCHORD-EOF.
           CLOSE PURCHASE-ORDER-FILE.
       END-BPO.

       BACKUP-BANKTXN.
           OPEN INPUT BANK-TRANSACTION-FILE.
           IF BTX-FILE-STATUS NOT = "00"
               GO TO END-BBT.
           MOVE LOW-VALUES TO BTX-KEY.
           START BANK-TRANSACTION-FILE KEY IS NOT LESS THAN BTX-KEY
               INVALID KEY
                   GO TO BACKUP-BANKTXN-EOF.
       BACKUP-BANKTXN-LOOP.
           READ BANK-TRANSACTION-FILE NEXT RECORD
               AT END
                   GO TO BACKUP-BANKTXN-EOF
           END-READ.
           MOVE "BNK" TO BKP-TAG.
           MOVE BANK-TRANSACTION-RECORD TO BKP-IMAGE.
           WRITE BACKUP-SET-RECORD.
           ADD 1 TO BKP-WRITE-COUNT.
           GO TO BACKUP-BANKTXN-LOOP.
       BACKUP-BANKTXN-EOF.
           CLOSE BANK-TRANSACTION-FILE.
       END-BBT.

       BACKUP-PRICECHG.
           OPEN INPUT PRICE-CHANGE-FILE.
           IF PCH-FILE-STATUS NOT = "00"
               GO TO END-BPC.
           MOVE LOW-VALUES TO PCH-KEY.
           START PRICE-CHANGE-FILE KEY IS NOT LESS THAN PCH-KEY
               INVALID KEY
                   GO TO BACKUP-PRICECHG-EOF.
       BACKUP-PRICECHG-LOOP.
           READ PRICE-CHANGE-FILE NEXT RECORD
               AT END
                   GO TO BACKUP-PRICECHG-EOF
           END-READ.
           MOVE "PCH" TO BKP-TAG.
           MOVE PRICE-CHANGE-RECORD TO BKP-IMAGE.
           WRITE BACKUP-SET-RECORD.
           ADD 1 TO BKP-WRITE-COUNT.
           GO TO BACKUP-PRICECHG-LOOP.
       BACKUP-PRICECHG-EOF.
           CLOSE PRICE-CHANGE-FILE.
       END-BPC.

       BACKUP-ACTLOG.
           OPEN INPUT ACTIVITY-LOG-FILE.
           IF ACT-FILE-STATUS NOT = "00"

       RESTORE-DATA-FILES.
           DISPLAY BLANK-SCREEN.
           PERFORM CHECK-OTHERS-SIGNED-ON THRU END-COS.
           IF SGN-OTHERS-COUNT > 0
               DISPLAY SIGNED-ON-SCREEN
               CALL X"83" USING ANY-KEY
               GO TO END-RDF.
           PERFORM CHECK-ENTRY-BUSY THRU END-CEB.
           IF BKP-BUSY-SW = "Y"
               DISPLAY BACKUP-BUSY-SCREEN
           OPEN OUTPUT VAT-RATE-FILE.
           OPEN OUTPUT QUOTE-NUMBER-FILE.
           OPEN OUTPUT QUOTATION-FILE.
           OPEN OUTPUT SUPPLIER-MASTER-FILE.
           OPEN OUTPUT PURCHASE-NUMBER-FILE.
           OPEN OUTPUT PURCHASE-ORDER-FILE.
           OPEN OUTPUT BANK-TRANSACTION-FILE.
           OPEN OUTPUT PRICE-CHANGE-FILE.
           OPEN OUTPUT ACTIVITY-LOG-FILE.
           MOVE "N" TO BKP-ARCH-OPEN-SW.
           COMPUTE BKP-REST-COUNT = 0.
           CLOSE VAT-RATE-FILE.
           CLOSE QUOTE-NUMBER-FILE.
           CLOSE QUOTATION-FILE.
           CLOSE SUPPLIER-MASTER-FILE.
           CLOSE PURCHASE-NUMBER-FILE.
           CLOSE PURCHASE-ORDER-FILE.
           CLOSE BANK-TRANSACTION-FILE.
           CLOSE PRICE-CHANGE-FILE.
           CLOSE ACTIVITY-LOG-FILE.
           IF BKP-ARCH-OPEN-SW = "Y"
               CLOSE ARCHIVE-HISTORY-FILE.
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN "SUP"
                   MOVE BKP-IMAGE TO SUPPLIER-MASTER-RECORD
                   WRITE SUPPLIER-MASTER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN "PNO"
                   MOVE BKP-IMAGE TO PURCHASE-NUMBER-FILE-DATA
                   WRITE PURCHASE-NUMBER-FILE-DATA
               WHEN "PUR"
                   MOVE BKP-IMAGE TO PURCHASE-ORDER-RECORD
                   WRITE PURCHASE-ORDER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN "BNK"
                   MOVE BKP-IMAGE TO BANK-TRANSACTION-RECORD
                   WRITE BANK-TRANSACTION-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN "PCH"
                   MOVE BKP-IMAGE TO PRICE-CHANGE-RECORD
                   WRITE PRICE-CHANGE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN "LOG"
                   MOVE BKP-IMAGE TO ACTIVITY-LOG-RECORD
                   WRITE ACTIVITY-LOG-RECORD
      *STANDING ORDER MAINTENANCE - THE TEMPLATE IS WHATEVER IS IN
      *THE LIVE GOODS TABLE WHEN THE ORDER IS SAVED, SO A TEMPLATE IS
      *KEYED ONCE THROUGH THE NORMAL GOODS EDITOR AND THEN FILED
      *HERE.  WEEKDAY 0 REMOVES THE CUSTOMER'S STANDING ORDER; A
      *WEEKDAY THE ACCOUNT DOES NOT TAKE DELIVERIES ON MUST BE OKAYED.

       EDIT-STANDING-ORDER.
           PERFORM SAVE-LIVE-INVOICE-DATA THRU END-SLD.
           COMPUTE SO-ENTRY-WEEKDAY = 0.
           DISPLAY SO-WEEKDAY-SCREEN.
           ACCEPT SO-WEEKDAY-SCREEN.
           IF SO-ENTRY-WEEKDAY NOT = 0
               MOVE SO-ENTRY-WEEKDAY TO RND-WEEKDAY
               PERFORM CHECK-DELIVERY-DAY
               IF RND-DAY-OK-SW NOT = "Y"
                   DISPLAY RND-OFF-DAY-SCREEN
                   CALL X"83" USING ANY-KEY
                   IF ANY-KEY NOT = "Y" AND ANY-KEY NOT = "y"
                       GO TO ESO-RESTORE.
           OPEN I-O STANDING-ORDER-FILE.
           IF SO-FILE-STATUS = "35"
               OPEN OUTPUT STANDING-ORDER-FILE
           CALL X"83" USING ANY-KEY.
           IF ANY-KEY NOT = "Y"
               GO TO END-GSO.
           PERFORM SAVE-LIVE-INVOICE-DATA THRU END-SLD.
           PERFORM STANDING-ORDER-PASS THRU END-SOP.
           IF SO-FILE-STATUS = "35"
               DISPLAY SO-NONE-SCREEN
           ELSE
               DISPLAY SO-GEN-DONE-SCREEN.
           CALL X"83" USING ANY-KEY.
           PERFORM RESTORE-LIVE-INVOICE-DATA THRU END-RLD.
       END-GSO.
           DISPLAY BLANK-SCREEN.

      *ONE PASS OF STANDORD.DAT FOR TODAY'S WEEKDAY, SHARED BY
      *OPTION 6 AND THE OVERNIGHT RUN.  SO-FILE-STATUS COMES BACK
      *"35" WHEN THERE ARE NO STANDING ORDERS AT ALL.

       STANDING-ORDER-PASS.
           ACCEPT SO-TODAY-WEEKDAY FROM DAY-OF-WEEK.
           COMPUTE SO-GEN-COUNT = 0.
           COMPUTE SO-HELD-COUNT = 0.
           COMPUTE SO-DONE-COUNT = 0.
           MOVE "N" TO SO-ACTIVE-SW.
           OPEN INPUT STANDING-ORDER-FILE.
           IF SO-FILE-STATUS = "35"
               GO TO END-SOP.
           MOVE SPACES TO SO-CUST-CODE.
           COMPUTE SO-LINE-NO = 0.
           START STANDING-ORDER-FILE KEY IS NOT LESS THAN SO-KEY
               MOVE VAT-NORM-CODE TO GOODS-VAT-CODE(SO-LINE-NO)
               COMPUTE GOODS-TOTAL(SO-LINE-NO) =
                   SO-GOODS-QTY * SO-GOODS-PRICE
               PERFORM APPLY-SO-CONTRACT THRU END-ASC
               PERFORM APPLY-SO-BATCH THRU END-ASB.
           GO TO GSO-LOOP.
       GSO-DONE.
           PERFORM GENERATE-STANDING-INVOICE THRU END-GSI.
           CLOSE STANDING-ORDER-FILE.
       END-SOP.

      *A GENERATED LINE IS PICKED FROM WHATEVER BATCH IS CURRENT ON
      *THE PRODUCT TODAY, NOT THE ONE CURRENT WHEN THE TEMPLATE WAS
      *SAVED.

       APPLY-SO-BATCH.
           MOVE SPACES TO GOODS-BATCH-NO(SO-LINE-NO).
           COMPUTE GOODS-USE-BY(SO-LINE-NO) = 0.
           IF SO-GOODS-CODE = SPACES
               GO TO END-ASB.
           MOVE SO-GOODS-CODE TO PRODUCT-CODE.
           PERFORM LOOKUP-PRODUCT-MASTER THRU END-LPM.
           IF PROD-FOUND-SW NOT = "Y"
               GO TO END-ASB.
           MOVE PRODUCT-BATCH-NO TO GOODS-BATCH-NO(SO-LINE-NO).
           MOVE PRODUCT-USE-BY-YMD TO UBY-YMD.
           PERFORM USE-BY-TO-DMY.
           MOVE UBY-DMY TO GOODS-USE-BY(SO-LINE-NO).
       END-ASB.

      *GENERATED INVOICES HONOUR CONTRACT PRICES THE SAME WAY KEYED
      *ORDERS DO - THE PRICE SAVED ON THE TEMPLATE ONLY STANDS WHEN
           PERFORM LOOKUP-CUSTOMER-MASTER THRU END-LCM.
           IF CUST-FOUND-SW NOT = "Y"
               GO TO END-GSI.
           PERFORM CHECK-SO-RUN-CONTROL THRU END-CSR.
           IF SO-DONE-SW = "Y"
               ADD 1 TO SO-DONE-COUNT
               GO TO END-GSI.
           COMPUTE COMP-TOTAL = 0.
           COMPUTE LOOP-VARIABLE = 0.
           PERFORM SUM-GOODS-LINES THRU END-SGL.
           COMPUTE DISCOUNT-PERCENT = 0.
           COMPUTE DELIVERY-CHARGE = 0.
           PERFORM CALCULATE-INVOICE-TOTALS.
           PERFORM CHECK-CREDIT-CONTROL THRU END-CCC.
           IF CRD-REASON NOT = SPACES AND BATCH-MODE-SW NOT = "Y"
               DISPLAY BLANK-SCREEN.
           IF CRD-REFUSED-SW = "Y"
               ADD 1 TO SO-HELD-COUNT
               COMPUTE SO-INVOICE-NO = 0
               MOVE "H" TO RCT-STATUS
               PERFORM SAVE-SO-RUN-CONTROL THRU END-SSR
               GO TO END-GSI.
           PERFORM TAKE-INVOICE-NUMBER THRU END-TIN.
           PERFORM LOG-CREDIT-OVERRIDE THRU END-LCO.
           MOVE CURRENT-INVOICE TO SO-INVOICE-NO.
           MOVE "P" TO RCT-STATUS.
           PERFORM SAVE-SO-RUN-CONTROL THRU END-SSR.
           PERFORM CHECK-CONTINUATION-NEEDED
               THRU CHECK-CONTINUATION-LOOP.
           MOVE SPACES TO DOC-TYPE-HEADING.
               MOVE "O" TO STK-DIRECTION
               PERFORM UPDATE-STOCK-FROM-ORDER THRU END-USO.
           ADD 1 TO CURRENT-INVOICE.
           IF HIST-WRITTEN-SW = "Y"
               MOVE "D" TO RCT-STATUS
           ELSE
               MOVE "F" TO RCT-STATUS.
           PERFORM SAVE-SO-RUN-CONTROL THRU END-SSR.
           ADD 1 TO SO-GEN-COUNT.
       END-GSI.

      *HAS THIS CUSTOMER'S STANDING ORDER ALREADY BEEN INVOICED TODAY?
      *AN ENTRY LEFT "P" BY A RUN THAT STOPPED PART WAY IS SETTLED
      *AGAINST THE HISTORY FILE - IF THE INVOICE GOT FILED IT COUNTS
      *AS DONE, AND CURINV.DAT IS MOVED PAST IT IN CASE THE STOP CAME
      *BEFORE THE NEXT NUMBER WAS SAVED; IF NOT, THE ORDER IS RAISED
      *AGAIN.

       CHECK-SO-RUN-CONTROL.
           MOVE "N" TO SO-DONE-SW.
           COMPUTE RCT-TODAY-YMD =
               (DATE-YEAR * 10000) + (DATE-MONTH * 100) + DATE-DAY.
           MOVE RCT-TODAY-YMD TO RCT-RUN-YMD.
           MOVE "C" TO RCT-ENTRY-TYPE.
           MOVE SO-CUSTOMER-CODE TO RCT-ENTRY-CODE.
           PERFORM READ-RUN-CONTROL THRU END-RRC.
           IF RCT-FOUND-SW NOT = "Y"
               GO TO END-CSR.
           IF RCT-STATUS = "D"
               MOVE "Y" TO SO-DONE-SW
               GO TO END-CSR.
           IF RCT-STATUS NOT = "P"
               GO TO END-CSR.
           OPEN INPUT INVOICE-HISTORY-FILE.
           IF INVH-FILE-STATUS NOT = "00"
               GO TO END-CSR.
           MOVE RCT-INVOICE-NO TO INVH-INVOICE-NO.
           COMPUTE INVH-LINE-NO = 0.
           READ INVOICE-HISTORY-FILE
               INVALID KEY
                   MOVE "N" TO SO-DONE-SW
               NOT INVALID KEY
                   IF INVH-RECORD-TYPE = "H" AND
                      INVH-CUST-CODE = SO-CUSTOMER-CODE
                       MOVE "Y" TO SO-DONE-SW
                   END-IF
           END-READ.
           CLOSE INVOICE-HISTORY-FILE.
           IF SO-DONE-SW NOT = "Y"
               GO TO END-CSR.
           MOVE "D" TO RCT-STATUS.
           MOVE INVH-AMOUNT-DUE TO RCT-AMOUNT.
           MOVE "RECOVERED ON RERUN" TO RCT-NOTE.
           PERFORM WRITE-RUN-CONTROL THRU END-WRC.
           PERFORM READ-INVOICE-NUMBER THRU END-RIN.
           IF CURRENT-INVOICE > RCT-INVOICE-NO
               GO TO END-CSR.
           COMPUTE CURRENT-INVOICE = RCT-INVOICE-NO + 1.
           PERFORM SAVE-INVOICE-NUMBER THRU END-SIV.
       END-CSR.

      *FILES THIS CUSTOMER'S ENTRY WITH STATUS RCT-STATUS AGAINST
      *INVOICE NUMBER SO-INVOICE-NO.

       SAVE-SO-RUN-CONTROL.
           MOVE RCT-TODAY-YMD TO RCT-RUN-YMD.
           MOVE "C" TO RCT-ENTRY-TYPE.
           MOVE SO-CUSTOMER-CODE TO RCT-ENTRY-CODE.
           MOVE SO-INVOICE-NO TO RCT-INVOICE-NO.
           COMPUTE RCT-COUNT = 0.
           MOVE AMOUNT-DUE TO RCT-AMOUNT.
           MOVE SPACES TO RCT-NOTE.
           IF RCT-STATUS = "H"
               MOVE CRD-REASON TO RCT-NOTE.
           PERFORM WRITE-RUN-CONTROL THRU END-WRC.
       END-SSR.

       READ-RUN-CONTROL.
           MOVE "N" TO RCT-FOUND-SW.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RCT-FILE-STATUS NOT = "00"
               GO TO END-RRC.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE "N" TO RCT-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO RCT-FOUND-SW
           END-READ.
           CLOSE RUN-CONTROL-FILE.
       END-RRC.

      *THE FILE IS CLOSED AFTER EVERY WRITE SO THAT EACH CHECKPOINT
      *IS ON DISK BEFORE THE RUN MOVES ON.

       WRITE-RUN-CONTROL.
           MOVE OPERATOR-ID TO RCT-OPERATOR.
           OPEN I-O RUN-CONTROL-FILE.
           IF RCT-FILE-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE.
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   REWRITE RUN-CONTROL-RECORD
           END-WRITE.
           CLOSE RUN-CONTROL-FILE.
       END-WRC.

       EDIT-GOODS-DATA.
           IF CUR-GOODS = MAX-GOODS
               GO TO END-EGD.
           DISPLAY DISPLAY-GOODS-SCREEN.
      *A PRODUCT CODE KEYED HERE FILLS THE DESCRIPTION AND PRICE FROM
      *THE PRODUCT MASTER FILE; THE PRICE MAY STILL BE OVERTYPED FOR
      *SPECIALS.  THE PRODUCT'S CURRENT BATCH AND USE-BY ARE OFFERED
      *AND MAY BE OVERTYPED WHEN AN OLDER BATCH IS PICKED.  A BLANK
      *CODE FALLS BACK TO FREE-TYPED ENTRY, WHICH CARRIES NO BATCH.

       EDIT-GOODS-ACCEPT.
           PERFORM GET-PRODUCT-CODE.
           IF PRODUCT-CODE = SPACES
               MOVE SPACES TO GOODS-CODE(CUR-GOODS)
               MOVE "S" TO GOODS-VAT-CODE(CUR-GOODS)
               MOVE SPACES TO GOODS-BATCH-NO(CUR-GOODS)
               COMPUTE GOODS-USE-BY(CUR-GOODS) = 0
               ACCEPT EDIT-GOODS-SCREEN
           ELSE
               MOVE PRODUCT-CODE TO GOODS-CODE(CUR-GOODS)
               PERFORM APPLY-CONTRACT-PRICE THRU END-ACP
               MOVE PRODUCT-PRICE TO GOODS-PRICE(CUR-GOODS)
               MOVE PRODUCT-VAT-CODE TO GOODS-VAT-CODE(CUR-GOODS)
               MOVE PRODUCT-BATCH-NO TO GOODS-BATCH-NO(CUR-GOODS)
               MOVE PRODUCT-USE-BY-YMD TO UBY-YMD
               PERFORM USE-BY-TO-DMY
               MOVE UBY-DMY TO UBE-DATE
               DISPLAY CODED-GOODS-SCREEN
               ACCEPT CODED-GOODS-ACCEPT
               MOVE UBE-DATE TO UBY-DMY
               PERFORM USE-BY-TO-YMD
               PERFORM USE-BY-TO-DMY
               MOVE UBY-DMY TO GOODS-USE-BY(CUR-GOODS)
           END-IF.
           IF GOODS-QTY(CUR-GOODS) = 0 OR GOODS-PRICE(CUR-GOODS) = 0
               PERFORM INVALID-GOODS-ENTRY
           COMPUTE GOODS-PRICE(LOOP-VARIABLE) = 0.
           COMPUTE GOODS-TOTAL(LOOP-VARIABLE) = 0.
           MOVE "S" TO GOODS-VAT-CODE(LOOP-VARIABLE).
           MOVE SPACES TO GOODS-BATCH-NO(LOOP-VARIABLE).
           COMPUTE GOODS-USE-BY(LOOP-VARIABLE) = 0.
           IF LOOP-VARIABLE NOT = MAX-GOODS
               GO TO CLEAR-FIELDS-LOOP.
           COMPUTE CUR-GOODS = 1.
           PERFORM STORE-SCREEN.
           DISPLAY PRINT-DESTINATION-SCREEN.
           CALL X"83" USING PRINT-TO-DISK-SW.
           PERFORM NAME-PRINT-DESTINATION.
           PERFORM RESTORE-SCREEN.

      *A DISK COPY IS NAMED FOR THE DOCUMENT NUMBER, SO AN INVOICE
      *NAMES IT AGAIN ONCE ITS REAL NUMBER HAS BEEN TAKEN.

       NAME-PRINT-DESTINATION.
           IF PRINT-TO-DISK-SW = "Y"
               MOVE SPACES TO PRINTER-DEVICE-NAME
               STRING PRN-PREFIX CURRENT-INVOICE ".PRN"
                   DELIMITED BY SIZE
                   INTO PRINTER-DEVICE-NAME
           ELSE
               MOVE "PRINTER" TO PRINTER-DEVICE-NAME.

       PRINT-INVOICE.
           MOVE SPACES TO DOC-TYPE-HEADING.
           MOVE "H" TO HIST-HEADER-TYPE.
           PERFORM SELECT-PRINT-DESTINATION.
           COMPUTE ST-RE-NUMBER = 3.
           PERFORM STORE-SCREEN.
           COMPUTE COMP-TOTAL = 0.
               THRU CHECK-CONTINUATION-LOOP.
           PERFORM SELECT-DISCOUNT-AND-DELIVERY.
           PERFORM CALCULATE-INVOICE-TOTALS.
           PERFORM CHECK-CREDIT-CONTROL THRU END-CCC.
           IF CRD-REFUSED-SW = "Y"
               COMPUTE ST-RE-NUMBER = 3
               PERFORM RESTORE-SCREEN
               GO TO END-PI.
           PERFORM TAKE-INVOICE-NUMBER THRU END-TIN.
           PERFORM LOG-CREDIT-OVERRIDE THRU END-LCO.
           PERFORM NAME-PRINT-DESTINATION.
           OPEN OUTPUT PRINTER-FILE.
           DISPLAY PRINTING-SCREEN.
           INITIATE PRINT-REPORT.
           GENERATE PRINT-REPORT-GROUP.
           CLOSE PRINTER-FILE.
           PERFORM WRITE-INVOICE-HISTORY THRU END-WIH.
           ADD 1 TO CURRENT-INVOICE.
           IF HIST-WRITTEN-SW = "Y"
               MOVE "O" TO STK-DIRECTION
               PERFORM UPDATE-STOCK-FROM-ORDER THRU END-USO
           IF VAT-NORM-CODE = "Y" OR VAT-NORM-CODE = SPACE
               MOVE "S" TO VAT-NORM-CODE.

      *USE-BY DATE CONVERSIONS BETWEEN THE DDMMYY FORM KEYED AND
      *PRINTED AND THE YYMMDD FORM HELD ON FILE.  A DATE THAT IS NOT
      *A REAL DAY AND MONTH IS TAKEN AS NO USE-BY DATE AT ALL.

       USE-BY-TO-YMD.
           MOVE UBY-DMY TO UBE-DATE.
           IF UBY-DMY NOT NUMERIC OR UBE-DAY < 1 OR UBE-DAY > 31
                   OR UBE-MONTH < 1 OR UBE-MONTH > 12
               COMPUTE UBY-YMD = 0
           ELSE
               COMPUTE UBY-YMD =
                   UBE-YEAR * 10000 + UBE-MONTH * 100 + UBE-DAY
           END-IF.

       USE-BY-TO-DMY.
           IF UBY-YMD NOT NUMERIC OR UBY-YMD = 0
               COMPUTE UBY-DMY = 0
           ELSE
               COMPUTE UBE-YEAR = UBY-YMD / 10000
               COMPUTE UBE-MONTH = (UBY-YMD - UBE-YEAR * 10000) / 100
               COMPUTE UBE-DAY =
                   UBY-YMD - UBE-YEAR * 10000 - UBE-MONTH * 100
               MOVE UBE-DATE TO UBY-DMY
           END-IF.

      *RATE LOOKUP - THE NEWEST VATRATE.DAT ENTRY FOR THE CODE WHOSE
      *EFFECTIVE DATE IS NOT AFTER THE GIVEN DATE WINS.  WITH NO
      *TABLE YET (OR NO QUALIFYING ENTRY) THE BUILT-IN FALLBACK
           END-READ.
           IF HIST-CONFLICT-SW = "Y"
               CLOSE INVOICE-HISTORY-FILE
               PERFORM SHOW-HISTORY-CONFLICT
               GO TO END-WIH.
           MOVE CURRENT-INVOICE TO INVH-INVOICE-NO.
           COMPUTE INVH-LINE-NO = 0.
           MOVE SPACES TO INVH-GOODS-CODE.
           MOVE SPACES TO INVH-VAT-CODE.
           MOVE OPERATOR-ID TO INVH-OPERATOR.
           MOVE SPACES TO INVH-BATCH-NO.
           COMPUTE INVH-USE-BY-YMD = 0.
           COMPUTE INVH-UNIT-COST = 0.
           IF HIST-HEADER-TYPE = "C"
               COMPUTE INVH-GOODS-TOTAL = CREDIT-ORIG-INVOICE.
           WRITE INVOICE-HISTORY-RECORD
               INVALID KEY
                   CLOSE INVOICE-HISTORY-FILE
                   PERFORM SHOW-HISTORY-CONFLICT
                   GO TO END-WIH
           END-WRITE.
           MOVE "Y" TO HIST-WRITTEN-SW.
           MOVE GOODS-PRICE(HIST-LOOP-VARIABLE) TO INVH-GOODS-PRICE.
           MOVE GOODS-TOTAL(HIST-LOOP-VARIABLE) TO INVH-GOODS-TOTAL.
           MOVE GOODS-VAT-CODE(HIST-LOOP-VARIABLE) TO INVH-VAT-CODE.
           MOVE GOODS-BATCH-NO(HIST-LOOP-VARIABLE) TO INVH-BATCH-NO.
           MOVE GOODS-USE-BY(HIST-LOOP-VARIABLE) TO UBY-DMY.
           PERFORM USE-BY-TO-YMD.
           MOVE UBY-YMD TO INVH-USE-BY-YMD.
           PERFORM STAMP-UNIT-COST THRU END-SUC.
           WRITE INVOICE-HISTORY-RECORD
               INVALID KEY
                   CLOSE INVOICE-HISTORY-FILE
                   PERFORM SHOW-HISTORY-CONFLICT
                   GO TO END-WIH
           END-WRITE.
           IF HIST-LOOP-VARIABLE NOT = MAX-GOODS
           CLOSE INVOICE-HISTORY-FILE.
       END-WIH.

      *THE PRODUCT'S UNIT COST AT THE MOMENT OF FILING RIDES ON EACH
      *CODED LINE, SO MARGINS ARE WORKED FROM WHAT THE GOODS COST
      *WHEN THEY WERE SOLD.  FREE-TYPED LINES AND CODES SINCE DELETED
      *CARRY NO COST.  A CREDIT NOTE LINE TAKES THE COST FROM THE
      *ORIGINAL INVOICE LINE INSTEAD (GOODS-UNIT-COST), SO A FULL
      *CREDIT TAKES BACK EXACTLY THE MARGIN THE INVOICE MADE.

       STAMP-UNIT-COST.
           COMPUTE INVH-UNIT-COST = 0.
           IF INVH-GOODS-CODE = SPACES
               GO TO END-SUC.
           IF HIST-HEADER-TYPE = "C"
               MOVE GOODS-UNIT-COST(HIST-LOOP-VARIABLE)
                   TO INVH-UNIT-COST
               GO TO END-SUC.
           MOVE INVH-GOODS-CODE TO PROD-CODE.
           OPEN INPUT PRODUCT-MASTER-FILE.
           IF PROD-FILE-STATUS NOT = "00"
               GO TO END-SUC.
           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PROD-UNIT-COST TO INVH-UNIT-COST
           END-READ.
           CLOSE PRODUCT-MASTER-FILE.
       END-SUC.

       SHOW-HISTORY-CONFLICT.
           IF BATCH-MODE-SW NOT = "Y"
               DISPLAY HISTORY-CONFLICT-SCREEN
               CALL X"83" USING ANY-KEY.

      *DOCUMENT NUMBERS - CURINV.DAT, QUOTNO.DAT AND PURCHNO.DAT ARE
      *ONLY EVER OPENED EXCLUSIVELY, SO WITH TWO TERMINALS RUNNING
      *THE NEXT NUMBER IS READ AND MOVED ON IN ONE OPEN AT THE MOMENT
      *A DOCUMENT IS FILED, AND NO TWO DOCUMENTS CAN TAKE THE SAME
      *NUMBER.  THE NUMBER SHOWN ON SCREEN WHILE AN ORDER IS KEYED
      *IS ONLY THE NEXT ONE FREE WHEN THE SESSION LAST LOOKED.

       READ-INVOICE-NUMBER.
           MOVE "N" TO CUR-MISSING-SW.
           COMPUTE CURRENT-INVOICE = 1.
           COMPUTE LOCK-TRIES = 0.
       READ-INVOICE-NUMBER-OPEN.
           OPEN INPUT CURRENT-INVOICE-FILE.
           MOVE CUR-FILE-STATUS TO LOCK-FILE-STATUS.
           PERFORM LOCK-WAIT THRU END-LKW.
           IF LOCK-BUSY-SW = "Y"
               GO TO READ-INVOICE-NUMBER-OPEN.
           IF CUR-FILE-STATUS NOT = "00"
               MOVE "Y" TO CUR-MISSING-SW
               GO TO END-RIN.
           READ CURRENT-INVOICE-FILE INTO CURRENT-INVOICE
               AT END
                   MOVE "Y" TO CUR-MISSING-SW
           END-READ.
           CLOSE CURRENT-INVOICE-FILE.
       END-RIN.

      *TAKES THE NEXT INVOICE NUMBER INTO CURRENT-INVOICE AND LEAVES
      *THE ONE AFTER IT ON FILE.  A MISSING OR EMPTY CURINV.DAT IS
      *STARTED FROM THE NUMBER THIS SESSION ALREADY HOLDS.

       TAKE-INVOICE-NUMBER.
           COMPUTE LOCK-TRIES = 0.
       TAKE-INVOICE-NUMBER-OPEN.
           OPEN I-O CURRENT-INVOICE-FILE.
           MOVE CUR-FILE-STATUS TO LOCK-FILE-STATUS.
           PERFORM LOCK-WAIT THRU END-LKW.
           IF LOCK-BUSY-SW = "Y"
               GO TO TAKE-INVOICE-NUMBER-OPEN.
           IF CUR-FILE-STATUS NOT = "00"
               GO TO TAKE-INVOICE-NUMBER-NEW.
           READ CURRENT-INVOICE-FILE
               AT END
                   CLOSE CURRENT-INVOICE-FILE
                   GO TO TAKE-INVOICE-NUMBER-NEW
           END-READ.
           MOVE CUR-INVOICE TO CURRENT-INVOICE.
           COMPUTE CUR-INVOICE = CURRENT-INVOICE + 1.
           REWRITE CURRENT-INVOICE-FILE-DATA.
           CLOSE CURRENT-INVOICE-FILE.
           GO TO END-TIN.
       TAKE-INVOICE-NUMBER-NEW.
           ADD 1 TO CURRENT-INVOICE.
           PERFORM SAVE-INVOICE-NUMBER THRU END-SIV.
           SUBTRACT 1 FROM CURRENT-INVOICE.
       END-TIN.

      *PUTS CURRENT-INVOICE ON FILE AS THE NEXT NUMBER - AN OVERRIDE,
      *A REBUILD, OR A RERUN MOVING THE SERIES PAST ITS OWN INVOICE.

       SAVE-INVOICE-NUMBER.
           COMPUTE LOCK-TRIES = 0.
       SAVE-INVOICE-NUMBER-OPEN.
           OPEN OUTPUT CURRENT-INVOICE-FILE.
           MOVE CUR-FILE-STATUS TO LOCK-FILE-STATUS.
           PERFORM LOCK-WAIT THRU END-LKW.
           IF LOCK-BUSY-SW = "Y"
               GO TO SAVE-INVOICE-NUMBER-OPEN.
           WRITE CURRENT-INVOICE-FILE-DATA FROM CURRENT-INVOICE.
           CLOSE CURRENT-INVOICE-FILE.
       END-SIV.

       TAKE-QUOTE-NUMBER.
           COMPUTE CURRENT-QUOTE = 1.
           COMPUTE LOCK-TRIES = 0.
       TAKE-QUOTE-NUMBER-OPEN.
           OPEN I-O QUOTE-NUMBER-FILE.
           MOVE QNO-FILE-STATUS TO LOCK-FILE-STATUS.
           PERFORM LOCK-WAIT THRU END-LKW.
           IF LOCK-BUSY-SW = "Y"
               GO TO TAKE-QUOTE-NUMBER-OPEN.
           IF QNO-FILE-STATUS NOT = "00"
               GO TO TAKE-QUOTE-NUMBER-NEW.
           READ QUOTE-NUMBER-FILE INTO CURRENT-QUOTE
               AT END
                   CLOSE QUOTE-NUMBER-FILE
                   GO TO TAKE-QUOTE-NUMBER-NEW
           END-READ.
           ADD 1 TO CURRENT-QUOTE.
           REWRITE QUOTE-NUMBER-FILE-DATA FROM CURRENT-QUOTE.
           SUBTRACT 1 FROM CURRENT-QUOTE.
           CLOSE QUOTE-NUMBER-FILE.
           GO TO END-TQN.
       TAKE-QUOTE-NUMBER-NEW.
           COMPUTE LOCK-TRIES = 0.
       TAKE-QUOTE-NUMBER-CREATE.
           OPEN OUTPUT QUOTE-NUMBER-FILE.
           MOVE QNO-FILE-STATUS TO LOCK-FILE-STATUS.
           PERFORM LOCK-WAIT THRU END-LKW.
           IF LOCK-BUSY-SW = "Y"
               GO TO TAKE-QUOTE-NUMBER-CREATE.
           ADD 1 TO CURRENT-QUOTE.
           WRITE QUOTE-NUMBER-FILE-DATA FROM CURRENT-QUOTE.
           SUBTRACT 1 FROM CURRENT-QUOTE.
           CLOSE QUOTE-NUMBER-FILE.
       END-TQN.

       TAKE-PURCHASE-NUMBER.
           COMPUTE CURRENT-PURCHASE = 1.
           COMPUTE LOCK-TRIES = 0.
       TAKE-PURCHASE-NUMBER-OPEN.
           OPEN I-O PURCHASE-NUMBER-FILE.
           MOVE PNO-FILE-STATUS TO LOCK-FILE-STATUS.
           PERFORM LOCK-WAIT THRU END-LKW.
           IF LOCK-BUSY-SW = "Y"
               GO TO TAKE-PURCHASE-NUMBER-OPEN.
           IF PNO-FILE-STATUS NOT = "00"
               GO TO TAKE-PURCHASE-NUMBER-NEW.
           READ PURCHASE-NUMBER-FILE INTO CURRENT-PURCHASE
               AT END
                   CLOSE PURCHASE-NUMBER-FILE
                   GO TO TAKE-PURCHASE-NUMBER-NEW
           END-READ.
           ADD 1 TO CURRENT-PURCHASE.
           REWRITE PURCHASE-NUMBER-FILE-DATA FROM CURRENT-PURCHASE.
           SUBTRACT 1 FROM CURRENT-PURCHASE.
           CLOSE PURCHASE-NUMBER-FILE.
           GO TO END-TPN.
       TAKE-PURCHASE-NUMBER-NEW.
           COMPUTE LOCK-TRIES = 0.
       TAKE-PURCHASE-NUMBER-CREATE.
           OPEN OUTPUT PURCHASE-NUMBER-FILE.
           MOVE PNO-FILE-STATUS TO LOCK-FILE-STATUS.
           PERFORM LOCK-WAIT THRU END-LKW.
           IF LOCK-BUSY-SW = "Y"
               GO TO TAKE-PURCHASE-NUMBER-CREATE.
           ADD 1 TO CURRENT-PURCHASE.
           WRITE PURCHASE-NUMBER-FILE-DATA FROM CURRENT-PURCHASE.
           SUBTRACT 1 FROM CURRENT-PURCHASE.
           CLOSE PURCHASE-NUMBER-FILE.
       END-TPN.

      *LOCK-FILE-STATUS HOLDS THE STATUS OF THE OPEN OR READ JUST
      *TRIED.  LOCK-BUSY-SW COMES BACK "Y" WHEN THE OTHER TERMINAL
      *HAS THE FILE OR RECORD AND THE CALLER SHOULD TRY AGAIN; THE
      *CALLER ZEROES LOCK-TRIES BEFORE ITS FIRST TRY.  OVERNIGHT
      *THERE IS NOBODY TO ASK, SO THE RUN JUST KEEPS TRYING.

       LOCK-WAIT.
           MOVE "N" TO LOCK-BUSY-SW.
           IF LOCK-FILE-STATUS NOT = "9A" AND
              LOCK-FILE-STATUS NOT = "9D" AND
              LOCK-FILE-STATUS NOT = "61" AND
              LOCK-FILE-STATUS NOT = "51"
               GO TO END-LKW.
           MOVE "Y" TO LOCK-BUSY-SW.
           ACCEPT LOCK-TIME-THEN FROM TIME.
       LOCK-PAUSE.
           ACCEPT LOCK-TIME-NOW FROM TIME.
           IF LOCK-TIME-NOW = LOCK-TIME-THEN
               GO TO LOCK-PAUSE.
           ADD 1 TO LOCK-TRIES.
           IF LOCK-TRIES < LOCK-RETRY-LIMIT
               GO TO END-LKW.
           COMPUTE LOCK-TRIES = 0.
           IF BATCH-MODE-SW = "Y"
               GO TO END-LKW.
           DISPLAY LOCK-WAIT-SCREEN.
           CALL X"83" USING ANY-KEY.
       END-LKW.

      *RECORD LOCKS.  A CUSTOMER, PRODUCT OR INVOICE IS READ WITH
      *LOCK ONLY AT THE POINT IT IS ABOUT TO BE REWRITTEN OR POSTED
      *TO - NEVER WHILE THE OPERATOR IS KEYING - AND THE LOCK GOES
      *WITH THE CLOSE.  THE CALLER HAS THE FILE OPEN I-O AND THE KEY
      *SET UP; LOCK-FOUND-SW SAYS WHETHER THE RECORD IS THERE.

       LOCK-CUSTOMER-RECORD.
           COMPUTE LOCK-TRIES = 0.
       LOCK-CUSTOMER-READ.
           MOVE "N" TO LOCK-FOUND-SW.
           READ CUSTOMER-MASTER-FILE WITH LOCK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO LOCK-FOUND-SW
           END-READ.
           MOVE CUST-FILE-STATUS TO LOCK-FILE-STATUS.
           PERFORM LOCK-WAIT THRU END-LKW.
           IF LOCK-BUSY-SW = "Y"
               GO TO LOCK-CUSTOMER-READ.
       END-LKC.

       LOCK-PRODUCT-RECORD.
           COMPUTE LOCK-TRIES = 0.
       LOCK-PRODUCT-READ.
           MOVE "N" TO LOCK-FOUND-SW.
           READ PRODUCT-MASTER-FILE WITH LOCK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO LOCK-FOUND-SW
           END-READ.
           MOVE PROD-FILE-STATUS TO LOCK-FILE-STATUS.
           PERFORM LOCK-WAIT THRU END-LKW.
           IF LOCK-BUSY-SW = "Y"
               GO TO LOCK-PRODUCT-READ.
       END-LKP.

      *PAYMENTS AND CREDIT ALLOCATIONS SHARE THE ORIGINAL INVOICE'S
      *PAYMENT LINES, SO BOTH TAKE THE LOCK ON ITS HEADER (LINE 0)
      *BEFORE LOOKING FOR THE NEXT FREE LINE, AND HOLD IT UNTIL THE
      *FILE IS CLOSED.  INVH-INVOICE-NO IS SET BY THE CALLER.

       LOCK-INVOICE-HEADER.
           COMPUTE LOCK-TRIES = 0.
       LOCK-INVOICE-HEADER-READ.
           COMPUTE INVH-LINE-NO = 0.
           MOVE "N" TO LOCK-FOUND-SW.
           READ INVOICE-HISTORY-FILE WITH LOCK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO LOCK-FOUND-SW
           END-READ.
           MOVE INVH-FILE-STATUS TO LOCK-FILE-STATUS.
           PERFORM LOCK-WAIT THRU END-LKW.
           IF LOCK-BUSY-SW = "Y"
               GO TO LOCK-INVOICE-HEADER-READ.
       END-LKH.

       SET-CUR-INV.
           COMPUTE ST-RE-NUMBER = 3.
           PERFORM STORE-SCREEN.
           DISPLAY SC-SCREEN.
           ACCEPT SC-SCREEN.
           PERFORM WRITE-INVOICE-NUMBER-AUDIT THRU END-WIA.
           PERFORM SAVE-INVOICE-NUMBER THRU END-SIV.
           MOVE "SET-INV-NO" TO LOG-ACTION.
           MOVE CURRENT-INVOICE TO LOG-REFERENCE.
           COMPUTE LOG-AMOUNT = 0.
               TO SAVED-GOODS-TOTAL(LOOP-VARIABLE).
           MOVE GOODS-VAT-CODE(LOOP-VARIABLE)
               TO SAVED-GOODS-VAT-CODE(LOOP-VARIABLE).
           MOVE GOODS-BATCH-NO(LOOP-VARIABLE)
               TO SAVED-GOODS-BATCH-NO(LOOP-VARIABLE).
           MOVE GOODS-USE-BY(LOOP-VARIABLE)
               TO SAVED-GOODS-USE-BY(LOOP-VARIABLE).
           IF LOOP-VARIABLE NOT = MAX-GOODS
               GO TO SAVE-LIVE-GOODS-LOOP.
       END-SLD.
               TO GOODS-TOTAL(LOOP-VARIABLE).
           MOVE SAVED-GOODS-VAT-CODE(LOOP-VARIABLE)
               TO GOODS-VAT-CODE(LOOP-VARIABLE).
           MOVE SAVED-GOODS-BATCH-NO(LOOP-VARIABLE)
               TO GOODS-BATCH-NO(LOOP-VARIABLE).
           MOVE SAVED-GOODS-USE-BY(LOOP-VARIABLE)
               TO GOODS-USE-BY(LOOP-VARIABLE).
           IF LOOP-VARIABLE NOT = MAX-GOODS
               GO TO RESTORE-LIVE-GOODS-LOOP.

                   COMPUTE GOODS-QTY(LOOP-VARIABLE) = 0
                   COMPUTE GOODS-PRICE(LOOP-VARIABLE) = 0
                   COMPUTE GOODS-TOTAL(LOOP-VARIABLE) = 0
                   MOVE SPACES TO GOODS-BATCH-NO(LOOP-VARIABLE)
                   COMPUTE GOODS-USE-BY(LOOP-VARIABLE) = 0
                   COMPUTE GOODS-UNIT-COST(LOOP-VARIABLE) = 0
               NOT INVALID KEY
                   MOVE INVH-GOODS-CODE TO GOODS-CODE(LOOP-VARIABLE)
                   MOVE INVH-GOODS-DESC TO GOODS-DESC(LOOP-VARIABLE)
                   MOVE INVH-GOODS-QTY TO GOODS-QTY(LOOP-VARIABLE)
                   MOVE INVH-GOODS-PRICE TO GOODS-PRICE(LOOP-VARIABLE)
                   MOVE INVH-GOODS-TOTAL TO GOODS-TOTAL(LOOP-VARIABLE)
                   MOVE INVH-BATCH-NO TO GOODS-BATCH-NO(LOOP-VARIABLE)
                   MOVE INVH-USE-BY-YMD TO UBY-YMD
                   PERFORM USE-BY-TO-DMY
                   MOVE UBY-DMY TO GOODS-USE-BY(LOOP-VARIABLE)
                   MOVE INVH-UNIT-COST TO GOODS-UNIT-COST(LOOP-VARIABLE)
           END-READ.
           MOVE INVH-VAT-CODE TO VAT-NORM-CODE.
           PERFORM NORMALIZE-VAT-CODE.
                   COMPUTE GOODS-QTY(LOOP-VARIABLE) = 0
                   COMPUTE GOODS-PRICE(LOOP-VARIABLE) = 0
                   COMPUTE GOODS-TOTAL(LOOP-VARIABLE) = 0
                   MOVE SPACES TO GOODS-BATCH-NO(LOOP-VARIABLE)
                   COMPUTE GOODS-USE-BY(LOOP-VARIABLE) = 0
               NOT INVALID KEY
                   MOVE ARCHIVE-HISTORY-RECORD
                       TO INVOICE-HISTORY-RECORD
                   MOVE INVH-GOODS-QTY TO GOODS-QTY(LOOP-VARIABLE)
                   MOVE INVH-GOODS-PRICE TO GOODS-PRICE(LOOP-VARIABLE)
                   MOVE INVH-GOODS-TOTAL TO GOODS-TOTAL(LOOP-VARIABLE)
                   MOVE INVH-BATCH-NO TO GOODS-BATCH-NO(LOOP-VARIABLE)
                   MOVE INVH-USE-BY-YMD TO UBY-YMD
                   PERFORM USE-BY-TO-DMY
                   MOVE UBY-DMY TO GOODS-USE-BY(LOOP-VARIABLE)
           END-READ.
           MOVE INVH-VAT-CODE TO VAT-NORM-CODE.
           PERFORM NORMALIZE-VAT-CODE.
           OPEN OUTPUT PRINTER-FILE.
           DISPLAY PRINTING-SCREEN.
           MOVE "DELIVERY NOTE" TO DOC-TYPE-HEADING.
           PERFORM FORMAT-DELIVERY-USE-BY THRU END-FDU.
           INITIATE PRINT-REPORT.
           GENERATE DELIVERY-NOTE-GROUP.
           DISPLAY PICK-ASK-SCREEN.
           MOVE SPACES TO DOC-TYPE-HEADING.
       END-DNB.

       FORMAT-DELIVERY-USE-BY.
           COMPUTE LOOP-VARIABLE = 0.
       FORMAT-DELIVERY-USE-BY-LOOP.
           ADD 1 TO LOOP-VARIABLE.
           MOVE SPACES TO DLV-USE-BY-SHOW(LOOP-VARIABLE).
           IF GOODS-USE-BY(LOOP-VARIABLE) NOT = 0
               MOVE GOODS-USE-BY(LOOP-VARIABLE) TO UBE-DATE
               STRING UBE-DAY "/" UBE-MONTH "/" UBE-YEAR
                   DELIMITED BY SIZE
                   INTO DLV-USE-BY-SHOW(LOOP-VARIABLE).
           IF LOOP-VARIABLE NOT = MAX-GOODS
               GO TO FORMAT-DELIVERY-USE-BY-LOOP.
       END-FDU.

       VIEW-INVOICE-COPY.
           DISPLAY BLANK-SCREEN.
           DISPLAY EDIT-GOODS-TITLE.
               (RFE-YEAR * 10000) + (RFE-MONTH * 100) + RFE-DAY.
           COMPUTE REG-TO-YMD =
               (RTE-YEAR * 10000) + (RTE-MONTH * 100) + RTE-DAY.
           PERFORM SALES-REGISTER-PASS THRU END-SRG.
           IF INVH-FILE-STATUS = "35"
               DISPLAY SALES-REG-NONE-SCREEN.
           CALL X"83" USING ANY-KEY.
       END-PSR.
           PERFORM RESTORE-SCREEN.

      *THE REGISTER FOR REG-FROM-YMD TO REG-TO-YMD, SHARED BY OPTION 7
      *AND THE OVERNIGHT RUN.  INVH-FILE-STATUS COMES BACK "35" WHEN
      *THERE IS NO HISTORY TO PRINT.

       SALES-REGISTER-PASS.
           COMPUTE REG-GRAND-TOTAL = 0.
           COMPUTE REG-DOC-COUNT = 0.
           OPEN INPUT INVOICE-HISTORY-FILE.
           IF INVH-FILE-STATUS = "35"
               GO TO END-SRG.
           MOVE "PRINTER" TO PRINTER-DEVICE-NAME.
           OPEN OUTPUT PRINTER-FILE.
           IF BATCH-MODE-SW NOT = "Y"
               DISPLAY PRINTING-SCREEN.
           INITIATE SALES-REGISTER-REPORT.
           MOVE ZEROS TO INVH-KEY.
           START INVOICE-HISTORY-FILE KEY IS NOT LESS THAN INVH-KEY
                   MOVE SPACES TO REG-DOC-MARK
                   ADD INVH-AMOUNT-DUE TO REG-GRAND-TOTAL
               END-IF
               ADD 1 TO REG-DOC-COUNT
               GENERATE SALES-REGISTER-GROUP.
           GO TO PRINT-SALES-REGISTER-LOOP.
       PRINT-SALES-REGISTER-DONE.
           TERMINATE SALES-REGISTER-REPORT.
           CLOSE PRINTER-FILE.
           CLOSE INVOICE-HISTORY-FILE.
       END-SRG.

       STORE-SCREEN.
           COMPUTE LENGTH-FIELD = 2000.
