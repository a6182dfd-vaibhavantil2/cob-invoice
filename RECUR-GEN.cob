       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.RECUR-GEN.
      *================================================================*
      *    AUTHOR      : NATAN BOANAFINA.                              *
      *    ENTERPRISE  : NOT APPLICABLE                                *
      *    PROFESSOR   : IVAN PETRUCCI                                 *
      *    DATE        : 15/10/2026                                    *
      *                                                                *
      *----------------------------------------------------------------*
      *    PURPOSE     : RECURRING-CHARGE GENERATOR. READS THE         *
      *    RECURRING-CHARGE MASTER RECUR.DAT AND, FOR EVERY CHARGE     *
      *    WHOSE NEXT-BILL DATE HAS BEEN REACHED ON THE BUSINESS DATE, *
      *    ADDS A PURCHASE RECORD IN THE RG-SHOPPING LAYOUT TO THE     *
      *    DAY'S COMPRAS.DAT, SO THE CHARGE BILLS THROUGH INVOICE-PROG *
      *    AND THE NFBILLED.DAT REGISTER LIKE ANY OTHER PURCHASE. THE  *
      *    GENERATED RECORDS TAKE THEIR SHOPPING IDS FROM A RANGE OF   *
      *    THEIR OWN, COUNTED ON RECCTRL.DAT, SO THEY NEVER COLLIDE    *
      *    WITH THE UPSTREAM EXTRACT. EACH CHARGE'S NEXT-BILL DATE IS  *
      *    THEN MOVED ON BY ITS FREQUENCY. A CHARGE PAST ITS END DATE, *
      *    A CHARGE WHOSE CLIENT IS NO LONGER ON CLIENTES.DAT, AND     *
      *    EVERY CHARGE DUE WHILE THE BUSINESS PERIOD IS CLOSED ON     *
      *    BILLCAL.DAT IS SKIPPED. THE REPORT LISTS EVERYTHING         *
      *    GENERATED AND EVERYTHING SKIPPED WITH ITS REASON.           *
      *                                                                *
      *    JOB ORDER   : RUN AFTER THE UPSTREAM COMPRAS.DAT EXTRACT    *
      *    HAS LANDED AND BACKUP-RUN HAS TAKEN THE DAY'S GENERATION,   *
      *    AND BEFORE COMPRAS-EDIT FOR THE SAME BUSINESS DATE.         *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
      *    DDNAME                 I/O                 COPY/BOOK        *
      *    RECUR                  I-O                     -            *
      *    CLIENTS                 I                      -            *
      *    RECUR-CTRL             I-O                     -            *
      *    SHOPPING                O (EXTEND)             -            *
      *    RECUR-RPT               O                      -            *
      *    BUS-DATE                I                      -            *
      *    BILL-CAL                I                      -            *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      *----------------------------------------------------------------*
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
      *   SAME DD-NAME CONVENTION AS THE OTHER PROGRAMS: SET DD_<NAME>
      *   TO POINT EACH FILE AT ANOTHER PATH WITHOUT RECOMPILING.
      *=================================================================
      *                    SELECT RECUR.DAT
      *=================================================================
           SELECT RECUR ASSIGN TO "RECUR_DD"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS RG-RECUR-KEY
                              FILE STATUS IS FS-RECUR-STATUS.

      *=================================================================
      *                    SELECT CLIENTES.DAT
      *=================================================================
           SELECT CLIENTS ASSIGN TO "CLIENTS_DD"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS RANDOM
                              RECORD KEY IS RG-CLIENTS-ID
                              FILE STATUS IS FS-CLIENTS-STATUS.

      *=================================================================
      *                    SELECT RECCTRL.DAT
      *=================================================================
           SELECT RECUR-CTRL ASSIGN TO "RECCTRL_DD"
                              FILE STATUS IS FS-RECUR-CTRL-STATUS.

      *=================================================================
      *                    SELECT COMPRAS.DAT (RAW EXTRACT)
      *=================================================================
           SELECT SHOPPING ASSIGN TO "SHOPPING_DD"
                              FILE STATUS IS FS-SHOPPING-STATUS.

      *=================================================================
      *                    SELECT GENERATION REPORT PRINT FILE
      *=================================================================
           SELECT RECUR-RPT ASSIGN TO "RECURRPT_DD"
                              FILE STATUS IS FS-RECUR-RPT-STATUS.

      *=================================================================
      *                    SELECT BUSDATE.DAT
      *=================================================================
           SELECT BUS-DATE ASSIGN TO "BUSDATE_DD"
                              FILE STATUS IS FS-BUS-DATE-STATUS.

      *=================================================================
      *                    SELECT BILLCAL.DAT
      *=================================================================
           SELECT BILL-CAL ASSIGN TO "BILLCAL_DD"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS RANDOM
                              RECORD KEY IS RG-CAL-PERIOD
                              FILE STATUS IS FS-BILL-CAL-STATUS.

      *----------------------------------------------------------------*
      *================================================================*
      *----------------------------------------------------------------*
       DATA                            DIVISION.
       FILE                            SECTION.
      **================== FD RECUR BEGINNING =========================*
      *    SAME LAYOUT RECUR-MAINT KEEPS. A NEXT-BILL DATE OF ALL NINES
      *    MARKS A CHARGE THIS PROGRAM HAS ALREADY REPORTED AS ENDED,
      *    SO IT IS NOT LISTED AGAIN EVERY DAY; RECUR-MAINT CAN
      *    REOPEN IT BY SETTING A NEW END DATE AND NEXT-BILL DATE.
       FD  RECUR.
       01  RG-RECUR.
           05 RG-RECUR-KEY.
              10 RG-RECUR-ID-CLI   PIC 9(05).
              10 RG-RECUR-PROD     PIC X(15).
           05 RG-RECUR-AMOUNT      PIC 9(08)V99.
           05 RG-RECUR-QTY         PIC 9(05).
           05 RG-RECUR-FREQ        PIC X(01).
           05 RG-RECUR-START-DATE  PIC 9(08).
           05 RG-RECUR-END-DATE    PIC 9(08).
           05 RG-RECUR-NEXT-DATE   PIC 9(08).
           05 RG-RECUR-LAST-DATE   PIC 9(08).

      **================== FD CLIENTS BEGINNING =======================*
       FD  CLIENTS.
       01  RG-CLIENTS.
           05 RG-CLIENTS-ID        PIC 9(05).
           05 RG-CLIENTS-NAME      PIC X(20).
           05 RG-CLIENTS-CREDIT-LIMIT PIC 9(08)V99.
           05 RG-CLIENTS-TERMS     PIC X(04).
      *    INVOICE DELIVERY: "P" PAPER, "E" ELECTRONIC ONLY, "B" BOTH.
      *    BLANK ON OLDER RECORDS, WHICH ARE PRINTED AS BEFORE.
           05 RG-CLIENTS-DELIVERY  PIC X(01).
      *    SALES REP ON SALESREP.DAT WHO EARNS COMMISSION ON THE
      *    CLIENT'S INVOICES. ZERO (OR BLANK ON OLDER RECORDS) WHEN
      *    NO REP IS ASSIGNED.
           05 RG-CLIENTS-REP-ID    PIC 9(03).

      **================ FD RECUR-CTRL BEGINNING ======================*
      *    THE LAST SHOPPING ID THIS PROGRAM HAS GIVEN OUT. NFBILLED.DAT
      *    REMEMBERS EVERY SHOPPING ID EVER BILLED, SO A GENERATED ID
      *    MUST NEVER BE REUSED -- THE COUNTER ONLY EVER MOVES UP.
       FD  RECUR-CTRL.
       01  RG-RECUR-CTRL.
           05 RG-RECUR-CTRL-LAST-ID PIC 9(05).

      **================= FD SHOPPING BEGINNING =======================*
      *    SAME LAYOUT AS THE UPSTREAM EXTRACT INVOICE-PROG BILLS.
       FD  SHOPPING.
       01  RG-SHOPPING.
           05 RG-SHOPPING-ID       PIC 9(05).
           05 RG-SHOPPING-ID-CLI   PIC 9(05).
           05 RG-SHOPPING-PROD     PIC X(15).
           05 RG-SHOPPING-PRICE    PIC 9(08)V99.
           05 RG-SHOPPING-QTY      PIC 9(05).

      **================ FD RECUR-RPT BEGINNING =======================*
       FD  RECUR-RPT.
       01  RG-RECUR-RPT            PIC X(80).

      **================ FD BUS-DATE BEGINNING ========================*
       FD  BUS-DATE.
       01  RG-BUSDATE.
           05 RG-BUSDATE-DATE      PIC 9(08).

      **================ FD BILL-CAL BEGINNING ========================*
       FD  BILL-CAL.
       01  RG-CAL.
           05 RG-CAL-PERIOD        PIC 9(06).
           05 RG-CAL-STATUS        PIC X(01).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(047) VALUE
           "========== WORKING-STORAGE BEGINNING ==========".

      *----------------------------------------------------------------*
       01  FILLER          PIC X(047) VALUE
           "============ FILE-STATUS BEGINNING ============".
      *----------------------------------------------------------------*
       77  FS-RECUR-STATUS         PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTS-STATUS       PIC 9(02) VALUE ZEROS.
       77  FS-RECUR-CTRL-STATUS    PIC 9(02) VALUE ZEROS.
       77  FS-SHOPPING-STATUS      PIC 9(02) VALUE ZEROS.
       77  FS-RECUR-RPT-STATUS     PIC 9(02) VALUE ZEROS.
       77  FS-BUS-DATE-STATUS      PIC 9(02) VALUE ZEROS.
       77  FS-BILL-CAL-STATUS      PIC 9(02) VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ ERROR MESSAGES BEGINNING ============".
      *----------------------------------------------------------------*
       77  WRK-OPEN-ERR-RECUR    PIC X(30)
           VALUE "RECUR FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-CLIENTS  PIC X(30)
           VALUE "CLIENTS FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-RECUR-CTRL PIC X(30)
           VALUE "RECUR-CTRL FILE NOT OPENED!".
       77  WRK-OPEN-ERR-SHOPPING PIC X(30)
           VALUE "SHOPPING FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-RECUR-RPT PIC X(30)
           VALUE "RECUR-RPT FILE NOT OPENED!".
       77  WRK-ERR-NO-BUS-DATE  PIC X(45) VALUE
           "BUSINESS DATE NOT SET - USE BILLDATE-MAINT.".
       77  WRK-ERR-NO-CALENDAR  PIC X(45) VALUE
           "BILLING CALENDAR NOT ON FILE - RUN STOPPED.".
       77  WRK-ERR-RANGE-FULL   PIC X(45) VALUE
           "RECURRING SHOPPING-ID RANGE USED UP - STOP.".
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ WORK FIELDS BEGINNING ===============".
      *----------------------------------------------------------------*
       77  WRK-EOF-RECUR        PIC X(01) VALUE "N".
           88 END-OF-RECUR             VALUE "Y".
       01  WRK-BUS-DATE            PIC 9(08) VALUE ZEROS.
       01  FILLER REDEFINES WRK-BUS-DATE.
           05 WRK-BUS-PERIOD       PIC 9(06).
           05 WRK-BUS-DAY          PIC 9(02).
      *    A BUSINESS PERIOD THAT IS CLOSED OR NOT ON THE CALENDAR
      *    CANNOT BE BILLED BY INVOICE-PROG, SO NOTHING IS GENERATED
      *    INTO IT: EVERY CHARGE DUE IS SKIPPED AND KEEPS ITS NEXT-BILL
      *    DATE, AND BILLS ON THE FIRST RUN IN AN OPEN PERIOD.
       77  WRK-PERIOD-OPEN      PIC X(01) VALUE "N".
           88 PERIOD-OPEN              VALUE "Y".
      *    GENERATED PURCHASES ARE NUMBERED FROM 90000 UP; THE UPSTREAM
      *    EXTRACT KEEPS BELOW THAT, SO APPENDED RECORDS ALSO STAY IN
      *    THE ASCENDING SHOPPING-ID ORDER COMPRAS-EDIT INSISTS ON.
       77  WRK-FIRST-RECUR-ID   PIC 9(05) VALUE 90000.
       77  WRK-LAST-RECUR-ID    PIC 9(05) VALUE 99999.
       77  WRK-NEXT-SHOP-ID     PIC 9(05) VALUE ZEROS.
       77  WRK-RANGE-FULL       PIC X(01) VALUE "N".
           88 RANGE-FULL               VALUE "Y".
       77  WRK-GEN-STOPPED      PIC X(01) VALUE "N".
           88 GENERATION-STOPPED       VALUE "Y".
       77  WRK-SKIP-REASON      PIC X(18) VALUE SPACES.
       77  WRK-NOT-ENDED        PIC X(01) VALUE "Y".
           88 CHARGE-NOT-ENDED         VALUE "Y".
       77  WRK-LINES-ON-PAGE    PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-DETAIL-LINES PIC 9(03) VALUE 55.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ CALENDAR BEGINNING ==================".
      *----------------------------------------------------------------*
      *    THE NEXT-BILL DATE MOVES ON BY WHOLE CALENDAR MONTHS AND
      *    KEEPS THE DAY OF THE START DATE, CUT BACK TO THE LAST DAY
      *    OF A SHORTER MONTH -- A CHARGE STARTED ON THE 31ST BILLS ON
      *    THE 30TH IN APRIL AND ON THE 31ST AGAIN IN MAY.
       77  WRK-ADV-MONTHS       PIC 9(02) VALUE ZEROS.
       77  WRK-ANCHOR-DAY       PIC 9(02) VALUE ZEROS.
       77  WRK-CAL-MONTH-CNT    PIC 9(03) VALUE ZEROS.
       77  WRK-CAL-MONTH-DAYS   PIC 9(02) VALUE ZEROS.
       77  WRK-CAL-QUOT         PIC 9(04) VALUE ZEROS.
       77  WRK-CAL-REM-4        PIC 9(03) VALUE ZEROS.
       77  WRK-CAL-REM-100      PIC 9(03) VALUE ZEROS.
       77  WRK-CAL-REM-400      PIC 9(03) VALUE ZEROS.
       01  WRK-CAL-DATE.
           05 WRK-CAL-YEAR         PIC 9(04).
           05 WRK-CAL-MONTH        PIC 9(02).
           05 WRK-CAL-DAY          PIC 9(02).
       01  WRK-CAL-DATE-N REDEFINES WRK-CAL-DATE PIC 9(08).
       01  WRK-MONTH-DAYS-VALUES PIC X(24)
           VALUE "312831303130313130313031".
       01  WRK-MONTH-DAYS-TAB REDEFINES WRK-MONTH-DAYS-VALUES.
           05 WRK-MONTH-DAYS       PIC 9(02) OCCURS 12 TIMES.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ CONTROL TOTALS BEGINNING ============".
      *----------------------------------------------------------------*
       77  WRK-READ-CNT            PIC 9(07) VALUE ZEROS.
       77  WRK-NOT-DUE-CNT         PIC 9(07) VALUE ZEROS.
       77  WRK-GENERATED-CNT       PIC 9(07) VALUE ZEROS.
       77  WRK-GENERATED-VALUE     PIC 9(12)V99 VALUE ZEROS.
       77  WRK-ENDED-CNT           PIC 9(07) VALUE ZEROS.
       77  WRK-NO-CLIENT-CNT       PIC 9(07) VALUE ZEROS.
       77  WRK-CLOSED-CNT          PIC 9(07) VALUE ZEROS.
       77  WRK-LINE-VALUE          PIC 9(12)V99 VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ PRINT LINES BEGINNING ===============".
      *----------------------------------------------------------------*
       01  WRK-LINE-RULER          PIC X(80) VALUE ALL "=".
       01  WRK-LINE-DASH           PIC X(80) VALUE ALL "-".
       01  WRK-LINE-TITLE.
           05 FILLER               PIC X(37)
              VALUE "RECURRING CHARGES FOR BUSINESS DATE ".
           05 WRK-TITLE-DATE       PIC 9(08).
           05 FILLER               PIC X(35) VALUE SPACES.
       01  WRK-LINE-HDR.
           05 FILLER               PIC X(07) VALUE "CLIENT".
           05 FILLER               PIC X(16) VALUE "PRODUCT".
           05 FILLER               PIC X(10) VALUE "BILL DATE".
           05 FILLER               PIC X(08) VALUE "SHOP-ID".
           05 FILLER               PIC X(07) VALUE "    QTY".
           05 FILLER               PIC X(14) VALUE "   UNIT AMOUNT".
           05 FILLER               PIC X(18) VALUE " RESULT".
       01  WRK-LINE-DET.
           05 WRK-DET-ID-CLI       PIC 9(05).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-DET-PROD         PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-DET-DATE         PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-DET-SHOP-ID      PIC X(05).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 WRK-DET-QTY          PIC ZZ.ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-DET-AMOUNT       PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-DET-RESULT       PIC X(18).
       01  WRK-LINE-SUM.
           05 WRK-SUM-LABEL        PIC X(30) VALUE SPACES.
           05 WRK-SUM-COUNT        PIC Z.ZZZ.ZZ9.
           05 FILLER               PIC X(41) VALUE SPACES.
       01  WRK-LINE-SUM-VALUE.
           05 WRK-SUMV-LABEL       PIC X(30) VALUE SPACES.
           05 WRK-SUMV-VALUE       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(32) VALUE SPACES.
      *================================================================*
      *----------------------------------------------------------------*
      *================================================================*
       PROCEDURE                       DIVISION.
      *----------------------------------------------------------------*
           PERFORM 0100-INIT.
           PERFORM 0200-PROCESS.
           PERFORM 0300-END.
           STOP RUN.
      *----------------------------------------------------------------*
       0100-INIT                       SECTION.
           PERFORM 0110-GET-BUSINESS-DATE.
           OPEN I-O RECUR.
           IF FS-RECUR-STATUS EQUAL 35
              OPEN OUTPUT RECUR
              CLOSE RECUR
              OPEN I-O RECUR
           END-IF.
           IF FS-RECUR-STATUS NOT EQUAL 00
              DISPLAY WRK-OPEN-ERR-RECUR
              DISPLAY "STATUS: " FS-RECUR-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT CLIENTS.
           IF FS-CLIENTS-STATUS NOT EQUAL 00
              DISPLAY WRK-OPEN-ERR-CLIENTS
              DISPLAY "STATUS: " FS-CLIENTS-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0120-OPEN-RECUR-CTRL.
      *    THE GENERATED RECORDS GO ON THE END OF THE DAY'S EXTRACT; A
      *    DAY WITH NO UPSTREAM EXTRACT GETS ONE MADE OF RECURRING
      *    CHARGES ALONE.
           OPEN EXTEND SHOPPING.
           IF FS-SHOPPING-STATUS EQUAL 35
              OPEN OUTPUT SHOPPING
              CLOSE SHOPPING
              OPEN EXTEND SHOPPING
           END-IF.
           IF FS-SHOPPING-STATUS NOT EQUAL 00
              DISPLAY WRK-OPEN-ERR-SHOPPING
              DISPLAY "STATUS: " FS-SHOPPING-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT RECUR-RPT.
           IF FS-RECUR-RPT-STATUS NOT EQUAL 00
              DISPLAY WRK-OPEN-ERR-RECUR-RPT
              DISPLAY "STATUS: " FS-RECUR-RPT-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0130-PRINT-PAGE-HEADER.
      *----------------------------------------------------------------*
       0190-INIT-HELPERS               SECTION.
      *    THE CHARGES ARE DUE AGAINST THE OPERATOR-SET BUSINESS DATE,
      *    THE SAME DATE INVOICE-PROG WILL BILL THEM UNDER. A CLOSED
      *    PERIOD DOES NOT STOP THE RUN -- IT IS REPORTED CHARGE BY
      *    CHARGE -- BUT A MISSING CALENDAR DOES.
       0110-GET-BUSINESS-DATE.
           OPEN INPUT BUS-DATE.
           IF FS-BUS-DATE-STATUS NOT EQUAL 00
              DISPLAY WRK-ERR-NO-BUS-DATE
              DISPLAY "STATUS: " FS-BUS-DATE-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           READ BUS-DATE
               AT END
                   MOVE ZEROS TO RG-BUSDATE-DATE
           END-READ.
           CLOSE BUS-DATE.
           IF RG-BUSDATE-DATE NOT NUMERIC
              OR RG-BUSDATE-DATE EQUAL ZEROS
              DISPLAY WRK-ERR-NO-BUS-DATE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE RG-BUSDATE-DATE TO WRK-BUS-DATE.
           OPEN INPUT BILL-CAL.
           IF FS-BILL-CAL-STATUS NOT EQUAL 00
              DISPLAY WRK-ERR-NO-CALENDAR
              DISPLAY "STATUS: " FS-BILL-CAL-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WRK-BUS-PERIOD TO RG-CAL-PERIOD.
           READ BILL-CAL KEY IS RG-CAL-PERIOD
               INVALID KEY
                   MOVE "N" TO WRK-PERIOD-OPEN
               NOT INVALID KEY
                   IF RG-CAL-STATUS EQUAL "O"
                      MOVE "Y" TO WRK-PERIOD-OPEN
                   ELSE
                      MOVE "N" TO WRK-PERIOD-OPEN
                   END-IF
           END-READ.
           CLOSE BILL-CAL.
           IF NOT PERIOD-OPEN
              DISPLAY "BUSINESS PERIOD " WRK-BUS-PERIOD
                      " IS NOT OPEN - CHARGES DUE WILL BE SKIPPED."
           END-IF.
      *----------------------------------------------------------------*
       0120-OPEN-RECUR-CTRL.
           OPEN I-O RECUR-CTRL.
           IF FS-RECUR-CTRL-STATUS EQUAL 35
              OPEN OUTPUT RECUR-CTRL
              MOVE ZEROS TO RG-RECUR-CTRL-LAST-ID
              WRITE RG-RECUR-CTRL
              CLOSE RECUR-CTRL
              OPEN I-O RECUR-CTRL
           END-IF.
           IF FS-RECUR-CTRL-STATUS NOT EQUAL 00
              DISPLAY WRK-OPEN-ERR-RECUR-CTRL
              DISPLAY "STATUS: " FS-RECUR-CTRL-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           READ RECUR-CTRL NEXT RECORD
               AT END
                   MOVE ZEROS TO RG-RECUR-CTRL-LAST-ID
           END-READ.
           IF RG-RECUR-CTRL-LAST-ID LESS THAN WRK-FIRST-RECUR-ID
              SUBTRACT 1 FROM WRK-FIRST-RECUR-ID
                       GIVING WRK-NEXT-SHOP-ID
           ELSE
              MOVE RG-RECUR-CTRL-LAST-ID TO WRK-NEXT-SHOP-ID
           END-IF.
      *----------------------------------------------------------------*
       0130-PRINT-PAGE-HEADER.
           MOVE WRK-BUS-DATE TO WRK-TITLE-DATE.
           WRITE RG-RECUR-RPT FROM WRK-LINE-RULER
                 AFTER ADVANCING PAGE.
           WRITE RG-RECUR-RPT FROM WRK-LINE-TITLE
                 AFTER ADVANCING 1 LINE.
           WRITE RG-RECUR-RPT FROM WRK-LINE-RULER
                 AFTER ADVANCING 1 LINE.
           WRITE RG-RECUR-RPT FROM WRK-LINE-HDR
                 AFTER ADVANCING 1 LINE.
           WRITE RG-RECUR-RPT FROM WRK-LINE-DASH
                 AFTER ADVANCING 1 LINE.
           MOVE ZEROS TO WRK-LINES-ON-PAGE.
      *----------------------------------------------------------------*
      *    ONE PASS OF THE MASTER IN KEY ORDER. A CHARGE NOT YET DUE
      *    IS ONLY COUNTED; EVERY OTHER CHARGE EITHER GENERATES OR IS
      *    LISTED WITH THE REASON IT WAS SKIPPED.
       0200-PROCESS                    SECTION.
           PERFORM 0210-READ-RECUR.
           PERFORM UNTIL END-OF-RECUR
                      OR RANGE-FULL
                      OR GENERATION-STOPPED
               ADD 1 TO WRK-READ-CNT
               IF RG-RECUR-NEXT-DATE GREATER THAN WRK-BUS-DATE
                  ADD 1 TO WRK-NOT-DUE-CNT
               ELSE
                  PERFORM 0220-CHECK-CHARGE
                  IF WRK-SKIP-REASON EQUAL SPACES
                     PERFORM 0230-GENERATE-CHARGE
                  ELSE
                     PERFORM 0240-SKIP-CHARGE
                  END-IF
               END-IF
               PERFORM 0210-READ-RECUR
           END-PERFORM.
      *----------------------------------------------------------------*
       0290-PROCESS-HELPERS             SECTION.
       0210-READ-RECUR.
           READ RECUR NEXT RECORD
               AT END
                   MOVE "Y" TO WRK-EOF-RECUR
           END-READ.
      *----------------------------------------------------------------*
      *    THE FIRST REASON THAT APPLIES WINS: AN ENDED CHARGE IS
      *    REPORTED AS ENDED EVEN IF ITS CLIENT HAS GONE TOO.
       0220-CHECK-CHARGE.
           MOVE SPACES TO WRK-SKIP-REASON.
           PERFORM 0225-TEST-END-DATE.
           IF NOT CHARGE-NOT-ENDED
              MOVE "CHARGE ENDED" TO WRK-SKIP-REASON
           ELSE
              MOVE RG-RECUR-ID-CLI TO RG-CLIENTS-ID
              READ CLIENTS KEY IS RG-CLIENTS-ID
                  INVALID KEY
                      MOVE "CLIENT DELETED" TO WRK-SKIP-REASON
              END-READ
              IF WRK-SKIP-REASON EQUAL SPACES
                 AND NOT PERIOD-OPEN
                 MOVE "PERIOD CLOSED" TO WRK-SKIP-REASON
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0225-TEST-END-DATE.
           IF RG-RECUR-END-DATE GREATER THAN ZEROS
              AND RG-RECUR-NEXT-DATE GREATER THAN RG-RECUR-END-DATE
              MOVE "N" TO WRK-NOT-ENDED
           ELSE
              MOVE "Y" TO WRK-NOT-ENDED
           END-IF.
      *----------------------------------------------------------------*
      *    A CHARGE THAT FELL BEHIND (THE GENERATOR DID NOT RUN, OR A
      *    CLOSED PERIOD HELD IT BACK) CATCHES UP WITH ONE PURCHASE PER
      *    MISSED CYCLE. EACH PURCHASE, THE ID COUNTER AND THE MASTER
      *    ARE WRITTEN TOGETHER, SO A RUN THAT STOPS PART-WAY RESUMES
      *    FROM THE NEXT CYCLE WITHOUT BILLING ANY CYCLE TWICE.
       0230-GENERATE-CHARGE.
           PERFORM 0235-GENERATE-ONE-CYCLE
               UNTIL RG-RECUR-NEXT-DATE GREATER THAN WRK-BUS-DATE
                  OR NOT CHARGE-NOT-ENDED
                  OR RANGE-FULL
                  OR GENERATION-STOPPED.
      *----------------------------------------------------------------*
       0235-GENERATE-ONE-CYCLE.
           IF WRK-NEXT-SHOP-ID NOT LESS THAN WRK-LAST-RECUR-ID
              DISPLAY WRK-ERR-RANGE-FULL
              MOVE "Y" TO WRK-RANGE-FULL
              MOVE 8 TO RETURN-CODE
           ELSE
              ADD 1 TO WRK-NEXT-SHOP-ID
              MOVE WRK-NEXT-SHOP-ID   TO RG-SHOPPING-ID
              MOVE RG-RECUR-ID-CLI    TO RG-SHOPPING-ID-CLI
              MOVE RG-RECUR-PROD      TO RG-SHOPPING-PROD
              MOVE RG-RECUR-AMOUNT    TO RG-SHOPPING-PRICE
              MOVE RG-RECUR-QTY       TO RG-SHOPPING-QTY
              WRITE RG-SHOPPING
              IF FS-SHOPPING-STATUS NOT EQUAL 00
                 DISPLAY "ERROR WRITING SHOPPING ID " WRK-NEXT-SHOP-ID
                         ". STATUS: " FS-SHOPPING-STATUS
                 SUBTRACT 1 FROM WRK-NEXT-SHOP-ID
                 PERFORM 0238-STOP-GENERATION
              ELSE
                 PERFORM 0236-PERSIST-CONTROL
              END-IF
              IF NOT GENERATION-STOPPED
                 MOVE RG-SHOPPING-ID TO WRK-DET-SHOP-ID
                 MOVE "GENERATED" TO WRK-DET-RESULT
                 PERFORM 0250-PRINT-DETAIL
                 ADD 1 TO WRK-GENERATED-CNT
                 COMPUTE WRK-LINE-VALUE =
                         RG-RECUR-AMOUNT * RG-RECUR-QTY
                 ADD WRK-LINE-VALUE TO WRK-GENERATED-VALUE
                 MOVE RG-RECUR-NEXT-DATE TO RG-RECUR-LAST-DATE
                 PERFORM 0260-ADVANCE-NEXT-DATE
                 REWRITE RG-RECUR
                     INVALID KEY
                         DISPLAY "ERROR UPDATING RECUR. STATUS: "
                                 FS-RECUR-STATUS
                 END-REWRITE
                 PERFORM 0225-TEST-END-DATE
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *    RECCTRL.DAT IS SEQUENTIAL AND ALLOWS ONE REWRITE PER READ,
      *    SO IT IS CLOSED, REOPENED AND READ AGAIN BEFORE EVERY
      *    REWRITE, AS INVOICE-PROG 0246 DOES WITH ITS CONTROL FILES.
      *    A COUNTER LEFT BEHIND WOULD HAND THE SAME SHOPPING IDS OUT
      *    AGAIN NEXT RUN, SO A FAILED REWRITE STOPS GENERATION.
       0236-PERSIST-CONTROL.
           CLOSE RECUR-CTRL.
           OPEN I-O RECUR-CTRL.
           READ RECUR-CTRL NEXT RECORD
               AT END
                   CONTINUE
           END-READ.
           MOVE WRK-NEXT-SHOP-ID TO RG-RECUR-CTRL-LAST-ID.
           REWRITE RG-RECUR-CTRL.
           IF FS-RECUR-CTRL-STATUS NOT EQUAL 00
              DISPLAY "ERROR UPDATING RECCTRL.DAT. STATUS: "
                      FS-RECUR-CTRL-STATUS
              DISPLAY "SHOPPING ID " WRK-NEXT-SHOP-ID
                      " WAS WRITTEN BUT NOT COUNTED - SET RECCTRL.DAT"
              DISPLAY "TO IT BEFORE THE NEXT RUN."
              PERFORM 0238-STOP-GENERATION
           END-IF.
      *----------------------------------------------------------------*
      *    A PURCHASE OR COUNTER THAT COULD NOT BE WRITTEN ENDS THE
      *    GENERATION: THE CYCLE IS NOT REPORTED, COUNTED OR ADVANCED,
      *    AND THE RUN ENDS RC 8.
       0238-STOP-GENERATION.
           MOVE "Y" TO WRK-GEN-STOPPED.
           MOVE 8 TO RETURN-CODE.
      *----------------------------------------------------------------*
      *    AN ENDED CHARGE IS LISTED ONCE AND THEN PARKED WITH AN
      *    ALL-NINES NEXT-BILL DATE. A MISSING CLIENT OR A CLOSED
      *    PERIOD LEAVES THE CHARGE DUE, SO IT IS LISTED AGAIN ON
      *    EVERY RUN UNTIL SOMEONE DEALS WITH IT.
       0240-SKIP-CHARGE.
           MOVE SPACES TO WRK-DET-SHOP-ID.
           MOVE WRK-SKIP-REASON TO WRK-DET-RESULT.
           PERFORM 0250-PRINT-DETAIL.
           EVALUATE WRK-SKIP-REASON
               WHEN "CHARGE ENDED"
                   ADD 1 TO WRK-ENDED-CNT
                   MOVE 99999999 TO RG-RECUR-NEXT-DATE
                   REWRITE RG-RECUR
                       INVALID KEY
                           DISPLAY "ERROR UPDATING RECUR. STATUS: "
                                   FS-RECUR-STATUS
                   END-REWRITE
               WHEN "CLIENT DELETED"
                   ADD 1 TO WRK-NO-CLIENT-CNT
               WHEN OTHER
                   ADD 1 TO WRK-CLOSED-CNT
           END-EVALUATE.
      *----------------------------------------------------------------*
       0250-PRINT-DETAIL.
           IF WRK-LINES-ON-PAGE GREATER OR EQUAL WRK-MAX-DETAIL-LINES
              PERFORM 0130-PRINT-PAGE-HEADER
           END-IF.
           MOVE RG-RECUR-ID-CLI TO WRK-DET-ID-CLI.
           MOVE RG-RECUR-PROD TO WRK-DET-PROD.
           MOVE RG-RECUR-NEXT-DATE TO WRK-DET-DATE.
           MOVE RG-RECUR-QTY TO WRK-DET-QTY.
           MOVE RG-RECUR-AMOUNT TO WRK-DET-AMOUNT.
           WRITE RG-RECUR-RPT FROM WRK-LINE-DET
                 AFTER ADVANCING 1 LINE.
           ADD 1 TO WRK-LINES-ON-PAGE.
      *----------------------------------------------------------------*
      *    MOVES THE NEXT-BILL DATE ON BY ONE, THREE OR TWELVE MONTHS,
      *    KEEPING THE DAY OF THE START DATE WHERE THE MONTH HAS IT.
      *    AN UNKNOWN FREQUENCY IS TAKEN AS MONTHLY.
       0260-ADVANCE-NEXT-DATE.
           EVALUATE RG-RECUR-FREQ
               WHEN "Q"
                   MOVE 3 TO WRK-ADV-MONTHS
               WHEN "A"
                   MOVE 12 TO WRK-ADV-MONTHS
               WHEN OTHER
                   MOVE 1 TO WRK-ADV-MONTHS
           END-EVALUATE.
           MOVE RG-RECUR-START-DATE TO WRK-CAL-DATE-N.
           MOVE WRK-CAL-DAY TO WRK-ANCHOR-DAY.
           MOVE RG-RECUR-NEXT-DATE TO WRK-CAL-DATE-N.
           COMPUTE WRK-CAL-MONTH-CNT = WRK-CAL-MONTH + WRK-ADV-MONTHS.
           PERFORM UNTIL WRK-CAL-MONTH-CNT NOT GREATER THAN 12
               SUBTRACT 12 FROM WRK-CAL-MONTH-CNT
               ADD 1 TO WRK-CAL-YEAR
           END-PERFORM.
           MOVE WRK-CAL-MONTH-CNT TO WRK-CAL-MONTH.
           PERFORM 0265-MONTH-LENGTH.
           IF WRK-ANCHOR-DAY GREATER THAN WRK-CAL-MONTH-DAYS
              MOVE WRK-CAL-MONTH-DAYS TO WRK-CAL-DAY
           ELSE
              MOVE WRK-ANCHOR-DAY TO WRK-CAL-DAY
           END-IF.
           MOVE WRK-CAL-DATE-N TO RG-RECUR-NEXT-DATE.
      *----------------------------------------------------------------*
       0265-MONTH-LENGTH.
           MOVE WRK-MONTH-DAYS (WRK-CAL-MONTH) TO WRK-CAL-MONTH-DAYS.
           IF WRK-CAL-MONTH EQUAL 2
              DIVIDE WRK-CAL-YEAR BY 4 GIVING WRK-CAL-QUOT
                     REMAINDER WRK-CAL-REM-4
              DIVIDE WRK-CAL-YEAR BY 100 GIVING WRK-CAL-QUOT
                     REMAINDER WRK-CAL-REM-100
              DIVIDE WRK-CAL-YEAR BY 400 GIVING WRK-CAL-QUOT
                     REMAINDER WRK-CAL-REM-400
              IF WRK-CAL-REM-4 EQUAL ZEROS
                 AND (WRK-CAL-REM-100 NOT EQUAL ZEROS
                      OR WRK-CAL-REM-400 EQUAL ZEROS)
                 MOVE 29 TO WRK-CAL-MONTH-DAYS
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0300-END                        SECTION.
           WRITE RG-RECUR-RPT FROM WRK-LINE-DASH
                 AFTER ADVANCING 1 LINE.
           MOVE "CHARGES READ                 :" TO WRK-SUM-LABEL.
           MOVE WRK-READ-CNT TO WRK-SUM-COUNT.
           WRITE RG-RECUR-RPT FROM WRK-LINE-SUM AFTER ADVANCING 1 LINE.
           MOVE "NOT YET DUE                  :" TO WRK-SUM-LABEL.
           MOVE WRK-NOT-DUE-CNT TO WRK-SUM-COUNT.
           WRITE RG-RECUR-RPT FROM WRK-LINE-SUM AFTER ADVANCING 1 LINE.
           MOVE "PURCHASES GENERATED          :" TO WRK-SUM-LABEL.
           MOVE WRK-GENERATED-CNT TO WRK-SUM-COUNT.
           WRITE RG-RECUR-RPT FROM WRK-LINE-SUM AFTER ADVANCING 1 LINE.
           MOVE "GENERATED VALUE              :" TO WRK-SUMV-LABEL.
           MOVE WRK-GENERATED-VALUE TO WRK-SUMV-VALUE.
           WRITE RG-RECUR-RPT FROM WRK-LINE-SUM-VALUE
                 AFTER ADVANCING 1 LINE.
           MOVE "SKIPPED - CHARGE ENDED       :" TO WRK-SUM-LABEL.
           MOVE WRK-ENDED-CNT TO WRK-SUM-COUNT.
           WRITE RG-RECUR-RPT FROM WRK-LINE-SUM AFTER ADVANCING 1 LINE.
           MOVE "SKIPPED - CLIENT DELETED     :" TO WRK-SUM-LABEL.
           MOVE WRK-NO-CLIENT-CNT TO WRK-SUM-COUNT.
           WRITE RG-RECUR-RPT FROM WRK-LINE-SUM AFTER ADVANCING 1 LINE.
           MOVE "SKIPPED - PERIOD CLOSED      :" TO WRK-SUM-LABEL.
           MOVE WRK-CLOSED-CNT TO WRK-SUM-COUNT.
           WRITE RG-RECUR-RPT FROM WRK-LINE-SUM AFTER ADVANCING 1 LINE.
           MOVE "LAST RECURRING SHOPPING ID   :" TO WRK-SUM-LABEL.
           MOVE WRK-NEXT-SHOP-ID TO WRK-SUM-COUNT.
           WRITE RG-RECUR-RPT FROM WRK-LINE-SUM AFTER ADVANCING 1 LINE.
           WRITE RG-RECUR-RPT FROM WRK-LINE-RULER
                 AFTER ADVANCING 1 LINE.
           CLOSE RECUR.
           CLOSE CLIENTS.
           CLOSE RECUR-CTRL.
           CLOSE SHOPPING.
           CLOSE RECUR-RPT.
           DISPLAY "=================================================".
           DISPLAY "RECURRING CHARGE GENERATION - BUSINESS DATE "
                   WRK-BUS-DATE.
           DISPLAY "-------------------------------------------------".
           DISPLAY "CHARGES READ       : " WRK-READ-CNT.
           DISPLAY "NOT YET DUE        : " WRK-NOT-DUE-CNT.
           DISPLAY "GENERATED          : " WRK-GENERATED-CNT.
           DISPLAY "SKIPPED ENDED      : " WRK-ENDED-CNT.
           DISPLAY "SKIPPED NO CLIENT  : " WRK-NO-CLIENT-CNT.
           DISPLAY "SKIPPED PER CLOSED : " WRK-CLOSED-CNT.
      *    A CHARGE HELD BACK BY A MISSING CLIENT OR A CLOSED PERIOD
      *    IS MONEY NOT BILLED; THE RUN ENDS WITH RETURN-CODE 4 SO
      *    SOMEONE LOOKS AT THE REPORT. A RUN ALREADY STOPPED ON THE
      *    ID RANGE OR A FAILED WRITE KEEPS ITS 8.
           IF RETURN-CODE EQUAL ZEROS
              AND (WRK-NO-CLIENT-CNT GREATER THAN ZEROS
                   OR WRK-CLOSED-CNT GREATER THAN ZEROS)
              DISPLAY "*** SKIPPED CHARGES ON REPORT NEED REVIEW ***"
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "=================================================".

      *----------------------------------------------------------------*
      *================================================================*
