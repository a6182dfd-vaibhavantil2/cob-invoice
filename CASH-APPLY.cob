      *    INVOICE ID: THE AMOUNT MOVES FROM OPEN BALANCE TO CASH      *
      *    APPLIED AND A PAID-OFF ITEM IS MARKED CLOSED. PAYMENTS.DAT  *
      *    IS A ONE-SHOT BATCH FILE -- EACH FILE MUST BE HANDED TO     *
      *    THIS JOB EXACTLY ONCE. A PAYMENT THAT CANNOT BE MATCHED     *
      *    (UNKNOWN INVOICE, OR AN INVOICE OF ANOTHER CLIENT) IS       *
      *    WRITTEN TO THE CUMULATIVE UNAPPLIED-CASH SUSPENSE FILE      *
      *    CASHSUSP.DAT WITH ITS REASON, FOR CASH-MATCH TO RESOLVE.    *
      *    EACH NEW OPEN ITEM CARRIES THE DUE DATE FROM ITS HEADER AND *
      *    THE EARLY-PAYMENT DISCOUNT WINDOW OF THE CLIENT'S TERMS. A  *
      *    PAYMENT DATED INSIDE THE WINDOW THAT FALLS SHORT OF THE     *
      *    BALANCE BY EXACTLY THE DISCOUNT CLOSES THE ITEM; THE        *
      *    DISCOUNT ALLOWED GOES TO DISCTAKN.DAT FOR THE GL EXTRACT.   *
      *                                                                *
      *    JOB ORDER   : RUN AFTER THE INVOICE INDEX LOAD, SO THE      *
      *    DAY'S HEADERS (AND ANY CREDIT SESSION) ARE ON NFIDX.DAT.    *
      *    THE RUN LOG ENFORCES THE ORDER: INVOICE-LOAD MUST HAVE      *
      *    ENDED WITH RETURN CODE ZERO FOR THE SAME BUSINESS DATE, AND *
      *    A STEP THAT HAS ALREADY ENDED CLEAN FOR THE DATE WILL NOT   *
      *    RUN AGAIN (SEE BATCH-STATUS).                               *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
      *    INV-IDX                 I                      -            *
      *    AR-OPEN                 I-O                    -            *
      *    PAYMENTS                I                      -            *
      *    SUSPENSE                I-O                    -            *
      *    TERMS                   I                      -            *
      *    DISC-TAKEN              O (EXTEND)             -            *
      *    BUS-DATE                I                      -            *
      *    RUN-LOG                 I-O                    -            *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
           SELECT PAYMENTS ASSIGN TO "PAYMENTS_DD"
                              FILE STATUS IS FS-PAYMENTS-STATUS.

      *=================================================================
      *                    SELECT CASHSUSP.DAT
      *=================================================================
           SELECT SUSPENSE ASSIGN TO "SUSPENSE_DD"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS RG-SUSP-ID
                              FILE STATUS IS FS-SUSPENSE-STATUS.

      *=================================================================
      *                    SELECT TERMS.DAT
      *=================================================================
           SELECT TERMS ASSIGN TO "TERMS_DD"
                              FILE STATUS IS FS-TERMS-STATUS.

      *=================================================================
      *                    SELECT DISCTAKN.DAT
      *=================================================================
           SELECT DISC-TAKEN ASSIGN TO "DISCTAKN_DD"
                              FILE STATUS IS FS-DISC-TAKEN-STATUS.

      *=================================================================
      *                    SELECT BUSDATE.DAT
      *=================================================================
           SELECT BUS-DATE ASSIGN TO "BUSDATE_DD"
                              FILE STATUS IS FS-BUS-DATE-STATUS.

      *=================================================================
      *                    SELECT RUNLOG.DAT
      *=================================================================
           SELECT RUN-LOG ASSIGN TO "RUNLOG_DD"
                              FILE STATUS IS FS-RUN-LOG-STATUS.

      *----------------------------------------------------------------*
      *================================================================*
      *----------------------------------------------------------------*
           05 RG-IDX-PROD          PIC X(15).
           05 RG-IDX-HDR REDEFINES RG-IDX-PROD.
              10 RG-IDX-LINE-CNT   PIC 9(03).
              10 RG-IDX-DUE-DATE   PIC 9(08).
              10 RG-IDX-TERMS      PIC X(04).
           05 RG-IDX-TYPE          PIC X(01).
           05 RG-IDX-REF-ID        PIC 9(07).
           05 RG-IDX-PRICE         PIC S9(08)V99.
           05 RG-AROPEN-PAID       PIC S9(10)V99.
           05 RG-AROPEN-BALANCE    PIC S9(10)V99.
           05 RG-AROPEN-STATUS     PIC X(01).
      *    DUE DATE FROM THE INVOICE HEADER, AND THE EARLY-PAYMENT
      *    DISCOUNT WINDOW (LAST DAY AND PERCENT) FROM THE CLIENT'S
      *    TERMS AT TAKE-UP. DISCOUNT IS THE VALUE ALLOWED WHEN THE
      *    ITEM WAS CLOSED BY A DISCOUNTED PAYMENT. ITEMS TAKEN UP
      *    BEFORE TERMS EXISTED HAVE THESE AREAS BLANK AND ARE DUE ON
      *    THEIR INVOICE DATE.
           05 RG-AROPEN-DUE-DATE   PIC 9(08).
           05 RG-AROPEN-DISC-DATE  PIC 9(08).
           05 RG-AROPEN-DISC-PCT   PIC 9(02)V99.
           05 RG-AROPEN-DISCOUNT   PIC 9(08)V99.
      *    DATE THE ITEM CLOSED: THE DATE OF THE PAYMENT OR CREDIT
      *    NOTE THAT CLEARED IT. ZERO WHILE THE ITEM IS OPEN, AND
      *    BLANK ON ITEMS CLOSED BEFORE THE DATE WAS KEPT.
           05 RG-AROPEN-CLOSE-DATE PIC 9(08).

      **================= FD PAYMENTS BEGINNING =======================*
       FD  PAYMENTS.
           05 RG-PAYMENT-AMOUNT    PIC 9(08)V99.
           05 RG-PAYMENT-REF-ID    PIC 9(07).

      **================= FD SUSPENSE BEGINNING =======================*
      *    ONE RECORD PER PAYMENT THE RUN COULD NOT MATCH, KEYED ON A
      *    SUSPENSE ID NUMBERED ON FROM THE HIGHEST ID ALREADY ON
      *    FILE. THE AMOUNT NEVER CHANGES; CASH-MATCH WORKS THE
      *    APPLIED VALUE UP AS THE CLERK PLACES THE CASH ON INVOICES.
      *    STATUS "U" IS STILL UNMATCHED, "A" LEFT ON ACCOUNT AGAINST
      *    THE CLIENT, "C" FULLY APPLIED.
       FD  SUSPENSE.
       01  RG-SUSP.
           05 RG-SUSP-ID           PIC 9(07).
           05 RG-SUSP-DATE         PIC 9(08).
           05 RG-SUSP-ID-CLI       PIC 9(05).
           05 RG-SUSP-REF-ID       PIC 9(07).
           05 RG-SUSP-AMOUNT       PIC 9(08)V99.
           05 RG-SUSP-APPLIED      PIC 9(08)V99.
           05 RG-SUSP-REASON       PIC X(20).
           05 RG-SUSP-STATUS       PIC X(01).
           05 RG-SUSP-UPD-DATE     PIC 9(08).

      **================== FD TERMS BEGINNING =========================*
      *    ONE RECORD PER PAYMENT TERMS CODE: THE NET DAYS FROM
      *    INVOICE DATE TO DUE DATE, AND AN OPTIONAL EARLY-PAYMENT
      *    DISCOUNT PERCENT EARNED BY PAYING WITHIN THE DISCOUNT DAYS.
      *    LOADED INTO A WORKING-STORAGE TABLE AT START-UP, AS THE TAX
      *    RATES ARE. A SHOP WITH NO TERMS.DAT YET, OR A CLIENT WITH A
      *    BLANK OR UNKNOWN CODE, IS DUE ON THE INVOICE DATE WITH NO
      *    DISCOUNT -- EXACTLY THE OLD BEHAVIOUR.
       FD  TERMS.
       01  RG-TERMS.
           05 RG-TERMS-CODE        PIC X(04).
           05 RG-TERMS-NET-DAYS    PIC 9(03).
           05 RG-TERMS-DISC-PCT    PIC 9(02)V99.
           05 RG-TERMS-DISC-DAYS   PIC 9(03).
           05 RG-TERMS-DESC        PIC X(20).

      **================== FD DISC-TAKEN BEGINNING ====================*
      *    ONE RECORD PER EARLY-PAYMENT DISCOUNT ALLOWED, STAMPED WITH
      *    THE BUSINESS DATE OF THE CASH APPLICATION RUN THAT ALLOWED
      *    IT. CUMULATIVE AND ALWAYS EXTENDED; GL-EXTRACT POSTS THE
      *    RECORDS OF ITS OWN RUN DATE.
       FD  DISC-TAKEN.
       01  RG-DISC.
           05 RG-DISC-POST-DATE    PIC 9(08).
           05 RG-DISC-PAY-DATE     PIC 9(08).
           05 RG-DISC-ID-CLI       PIC 9(05).
           05 RG-DISC-INV-ID       PIC 9(07).
           05 RG-DISC-PAYMENT      PIC 9(08)V99.
           05 RG-DISC-AMOUNT       PIC 9(08)V99.

      **================== FD BUS-DATE BEGINNING ======================*
      *    THE OPERATOR-SET BUSINESS DATE (SEE BILLDATE-MAINT), USED TO
      *    STAMP THE DISCOUNTS ALLOWED BY THIS RUN.
       FD  BUS-DATE.
       01  RG-BUSDATE.
           05 RG-BUSDATE-DATE      PIC 9(08).

      **================== FD RUN-LOG BEGINNING =======================*
      *    THE SHARED BATCH RUN LOG, CUMULATIVE ACROSS DAYS. EACH
      *    CHAIN STEP APPENDS A START ENTRY ONCE ITS PREDECESSOR IS
      *    PROVEN COMPLETE FOR THE BUSINESS DATE, AND AN END ENTRY
      *    WITH ITS RETURN CODE AND KEY COUNTS AS ITS LAST ACT. SEE
      *    BATCH-STATUS FOR THE DAILY REPORT OVER IT.
       FD  RUN-LOG.
       01  RG-RUNLOG.
           05 RG-RUNLOG-BUS-DATE   PIC 9(08).
           05 RG-RUNLOG-PROGRAM    PIC X(15).
           05 RG-RUNLOG-EVENT      PIC X(01).
           05 RG-RUNLOG-SYS-DATE   PIC 9(08).
           05 RG-RUNLOG-START-TIME PIC 9(08).
           05 RG-RUNLOG-END-TIME   PIC 9(08).
           05 RG-RUNLOG-RC         PIC 9(04).
           05 RG-RUNLOG-COUNTS.
              10 RG-RUNLOG-COUNT OCCURS 3 TIMES.
                 15 RG-RUNLOG-CNT-LABEL PIC X(10).
                 15 RG-RUNLOG-CNT-VALUE PIC 9(07).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  FS-INV-IDX-STATUS       PIC 9(02) VALUE ZEROS.
       77  FS-AR-OPEN-STATUS       PIC 9(02) VALUE ZEROS.
       77  FS-PAYMENTS-STATUS      PIC 9(02) VALUE ZEROS.
       77  FS-SUSPENSE-STATUS      PIC 9(02) VALUE ZEROS.
       77  FS-TERMS-STATUS         PIC 9(02) VALUE ZEROS.
       77  FS-DISC-TAKEN-STATUS    PIC 9(02) VALUE ZEROS.
       77  FS-BUS-DATE-STATUS      PIC 9(02) VALUE ZEROS.
       77  FS-RUN-LOG-STATUS       PIC 9(02) VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ ERROR MESSAGES BEGINNING ============".
           VALUE "AR-OPEN FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-PAYMENTS PIC X(30)
           VALUE "PAYMENTS FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-SUSPENSE PIC X(30)
           VALUE "SUSPENSE FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-TERMS    PIC X(30)
           VALUE "TERMS FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-RUN-LOG  PIC X(30)
           VALUE "RUN-LOG FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-DISC-TAKEN PIC X(30)
           VALUE "DISC-TAKEN FILE NOT OPENED!".
       77  WRK-REASON-NOREF     PIC X(20) VALUE "NO OPEN ITEM".
       77  WRK-REASON-BADCLI    PIC X(20) VALUE "CLIENT MISMATCH".
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ WORK FIELDS BEGINNING ===============".
       77  WRK-ITEM-ON-FILE     PIC X(01) VALUE "N".
           88 ITEM-ON-FILE             VALUE "Y".
       77  WRK-CREDIT-AMOUNT    PIC S9(08)V99 VALUE ZEROS.
       77  WRK-EOF-SUSPENSE     PIC X(01) VALUE "N".
           88 END-OF-SUSPENSE          VALUE "Y".
       77  WRK-LAST-SUSP-ID     PIC 9(07) VALUE ZEROS.
       77  WRK-SUSP-REASON      PIC X(20) VALUE SPACES.
       77  WRK-RUN-DATE         PIC 9(08) VALUE ZEROS.
      *    THE DISCOUNT A PAYMENT WOULD EARN ON THE ITEM IT NAMES, AND
      *    WHETHER IT EARNS IT (SEE 0325).
       77  WRK-DISC-AMOUNT      PIC 9(08)V99 VALUE ZEROS.
       77  WRK-DISC-ALLOWED     PIC X(01) VALUE "N".
           88 DISCOUNT-ALLOWED         VALUE "Y".
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ TERMS TABLE BEGINNING ===============".
      *----------------------------------------------------------------*
       77  WRK-EOF-TERMS        PIC X(01) VALUE "N".
           88 END-OF-TERMS             VALUE "Y".
       77  WRK-TERMS-COUNT      PIC 9(03) VALUE ZEROS.
       77  WRK-TERMS-IDX        PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-TERMS        PIC 9(03) VALUE 50.
       77  WRK-TERMS-FOUND      PIC X(01) VALUE "N".
           88 TERMS-FOUND              VALUE "Y".
       77  WRK-TERMS-KEY        PIC X(04) VALUE SPACES.
       77  WRK-NET-DAYS         PIC 9(03) VALUE ZEROS.
       77  WRK-DISC-PCT         PIC 9(02)V99 VALUE ZEROS.
       77  WRK-DISC-DAYS        PIC 9(03) VALUE ZEROS.
       01  WRK-TERMS-TAB.
           05 WRK-TERMS-ENTRY OCCURS 50 TIMES
                               INDEXED BY WRK-TERMS-TAB-IDX.
              10 WRK-TERMS-CODE      PIC X(04).
              10 WRK-TERMS-NET-DAYS  PIC 9(03).
              10 WRK-TERMS-DISC-PCT  PIC 9(02)V99.
              10 WRK-TERMS-DISC-DAYS PIC 9(03).
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ CALENDAR BEGINNING ==================".
      *----------------------------------------------------------------*
      *    DUE AND DISCOUNT DATES ARE COUNTED ON THE REAL CALENDAR,
      *    NOT THE 360-DAY AGING RULE, SO THE DATE A CLIENT SEES ON
      *    THE INVOICE IS A TRUE CALENDAR DAY.
       77  WRK-CAL-ADD-DAYS     PIC 9(03) VALUE ZEROS.
       77  WRK-CAL-DAY-CNT      PIC 9(05) VALUE ZEROS.
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
           "============ CONTROL REPORT BEGINNING ============".
       77  WRK-PAYMENT-BADCLI-CNT  PIC 9(07) VALUE ZEROS.
       77  WRK-APPLIED-VALUE       PIC 9(12)V99 VALUE ZEROS.
       77  WRK-ITEM-CLOSED-CNT     PIC 9(07) VALUE ZEROS.
       77  WRK-SUSPENDED-CNT       PIC 9(07) VALUE ZEROS.
       77  WRK-SUSPENDED-VALUE     PIC 9(12)V99 VALUE ZEROS.
       77  WRK-SUSP-FAILED-CNT     PIC 9(07) VALUE ZEROS.
       77  WRK-DISCOUNT-CNT        PIC 9(07) VALUE ZEROS.
       77  WRK-DISCOUNT-VALUE      PIC 9(12)V99 VALUE ZEROS.
       77  WRK-DISC-FAILED-CNT     PIC 9(07) VALUE ZEROS.
       77  WRK-EDIT-VALUE          PIC Z.ZZZ.ZZZ.ZZ9,99.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ RUN LOG BEGINNING ===================".
      *----------------------------------------------------------------*
      *    THIS STEP'S NAME ON THE RUN LOG, AND THE STEP THAT MUST
      *    HAVE ENDED WITH RETURN CODE ZERO FOR THE SAME BUSINESS DATE
      *    BEFORE THIS ONE MAY START (SPACES: HEAD OF THE CHAIN).
       77  WRK-LOG-PROGRAM      PIC X(15) VALUE "CASH-APPLY".
       77  WRK-LOG-PREDECESSOR  PIC X(15) VALUE "INVOICE-LOAD".
       77  WRK-LOG-BUS-DATE     PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-START-TIME   PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-EVENT        PIC X(01) VALUE SPACES.
       77  WRK-EOF-RUN-LOG      PIC X(01) VALUE "N".
           88 END-OF-RUN-LOG           VALUE "Y".
       77  WRK-PRED-LAST-EVENT  PIC X(01) VALUE SPACES.
           88 PRED-NEVER-RAN           VALUE SPACES.
           88 PRED-NOT-ENDED           VALUE "S".
       77  WRK-PRED-LAST-RC     PIC 9(04) VALUE ZEROS.
       77  WRK-LOG-SELF-DONE    PIC X(01) VALUE "N".
           88 ALREADY-COMPLETED        VALUE "Y".
       01  WRK-LOG-COUNTS.
           05 WRK-LOG-COUNT OCCURS 3 TIMES.
              10 WRK-LOG-CNT-LABEL PIC X(10).
              10 WRK-LOG-CNT-VALUE PIC 9(07).
      *================================================================*
      *----------------------------------------------------------------*
      *================================================================*
           PERFORM 0200-TAKE-UP-HEADERS.
           PERFORM 0300-APPLY-PAYMENTS.
           PERFORM 0400-END.
           PERFORM 0900-LOG-END.
           STOP RUN.
      *----------------------------------------------------------------*
       0100-INIT                       SECTION.
           PERFORM 0115-GET-BUSINESS-DATE.
      *    THE RUN LOG IS CHECKED AS SOON AS THE DATE IS KNOWN AND
      *    BEFORE ANY FILE IS OPENED, SO A REFUSED STEP TOUCHES NOTHING.
           MOVE WRK-RUN-DATE TO WRK-LOG-BUS-DATE.
           PERFORM 0180-CHECK-RUN-LOG.
           OPEN INPUT INV-IDX.
                IF FS-INV-IDX-STATUS NOT EQUAL 00
                   DISPLAY WRK-OPEN-ERR-INV-IDX
                   MOVE 8 TO RETURN-CODE
                  GOBACK
                END-IF.
      *    CASHSUSP.DAT IS CUMULATIVE TOO, CREATED EMPTY ON THE FIRST
      *    RUN. AN UNMATCHED PAYMENT MUST LAND SOMEWHERE, SO THE RUN
      *    DOES NOT START WITHOUT IT.
           OPEN I-O SUSPENSE.
           IF FS-SUSPENSE-STATUS EQUAL 35
              OPEN OUTPUT SUSPENSE
              CLOSE SUSPENSE
              OPEN I-O SUSPENSE
           END-IF.
                IF FS-SUSPENSE-STATUS NOT EQUAL 00
                   DISPLAY WRK-OPEN-ERR-SUSPENSE
                   DISPLAY "STATUS: " FS-SUSPENSE-STATUS
                   MOVE 8 TO RETURN-CODE
                  GOBACK
                END-IF.
           PERFORM 0110-FIND-LAST-SUSPENSE.
      *    DISCTAKN.DAT IS CUMULATIVE, CREATED EMPTY ON THE FIRST RUN.
           OPEN EXTEND DISC-TAKEN.
           IF FS-DISC-TAKEN-STATUS EQUAL 35
              OPEN OUTPUT DISC-TAKEN
              CLOSE DISC-TAKEN
              OPEN EXTEND DISC-TAKEN
           END-IF.
                IF FS-DISC-TAKEN-STATUS NOT EQUAL 00
                   DISPLAY WRK-OPEN-ERR-DISC-TAKEN
                   DISPLAY "STATUS: " FS-DISC-TAKEN-STATUS
                   MOVE 8 TO RETURN-CODE
                  GOBACK
                END-IF.
           PERFORM 0120-LOAD-TERMS.
      *----------------------------------------------------------------*
       0190-INIT-HELPERS               SECTION.
      *    THE SUSPENSE FILE IS READ THROUGH IN KEY ORDER ONCE, SO THE
      *    LAST RECORD SEEN CARRIES THE HIGHEST ID ISSUED SO FAR.
       0110-FIND-LAST-SUSPENSE.
           MOVE ZEROS TO WRK-LAST-SUSP-ID.
           PERFORM UNTIL END-OF-SUSPENSE
               READ SUSPENSE NEXT RECORD
                   AT END
                       MOVE "Y" TO WRK-EOF-SUSPENSE
                   NOT AT END
                       MOVE RG-SUSP-ID TO WRK-LAST-SUSP-ID
               END-READ
           END-PERFORM.
      *----------------------------------------------------------------*
      *    THE RUN DATE IS THE OPERATOR-SET BUSINESS DATE; A SHOP NOT
      *    YET ON BUSINESS-DATE CONTROL FALLS BACK TO THE SYSTEM DATE.
       0115-GET-BUSINESS-DATE.
           OPEN INPUT BUS-DATE.
           IF FS-BUS-DATE-STATUS NOT EQUAL 00
              ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD
           ELSE
              READ BUS-DATE
                  AT END
                      MOVE ZEROS TO RG-BUSDATE-DATE
              END-READ
              CLOSE BUS-DATE
              IF RG-BUSDATE-DATE NUMERIC
                 AND RG-BUSDATE-DATE GREATER THAN ZEROS
                 MOVE RG-BUSDATE-DATE TO WRK-RUN-DATE
              ELSE
                 ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *    TERMS.DAT IS OPTIONAL: NOT ON FILE MEANS EVERY INVOICE IS
      *    DUE ON ITS OWN DATE WITH NO DISCOUNT, AS BEFORE TERMS.
       0120-LOAD-TERMS.
           OPEN INPUT TERMS.
           IF FS-TERMS-STATUS NOT EQUAL 35
              IF FS-TERMS-STATUS NOT EQUAL 00
                 DISPLAY WRK-OPEN-ERR-TERMS
                 DISPLAY "STATUS: " FS-TERMS-STATUS
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              PERFORM 0125-READ-TERMS
              PERFORM UNTIL END-OF-TERMS
                  IF WRK-TERMS-COUNT LESS THAN WRK-MAX-TERMS
                     ADD 1 TO WRK-TERMS-COUNT
                     SET WRK-TERMS-TAB-IDX TO WRK-TERMS-COUNT
                     MOVE RG-TERMS-CODE
                       TO WRK-TERMS-CODE (WRK-TERMS-TAB-IDX)
                     MOVE RG-TERMS-NET-DAYS
                       TO WRK-TERMS-NET-DAYS (WRK-TERMS-TAB-IDX)
                     MOVE RG-TERMS-DISC-PCT
                       TO WRK-TERMS-DISC-PCT (WRK-TERMS-TAB-IDX)
                     MOVE RG-TERMS-DISC-DAYS
                       TO WRK-TERMS-DISC-DAYS (WRK-TERMS-TAB-IDX)
                  ELSE
                     DISPLAY "WARNING: TERMS TABLE FULL, CODE "
                             RG-TERMS-CODE " IGNORED."
                  END-IF
                  PERFORM 0125-READ-TERMS
              END-PERFORM
              CLOSE TERMS
           END-IF.
      *----------------------------------------------------------------*
       0125-READ-TERMS.
           READ TERMS
               AT END
                   MOVE "Y" TO WRK-EOF-TERMS
           END-READ.
      *----------------------------------------------------------------*
      *    THE RUN LOG IS READ THROUGH FOR THE BUSINESS DATE. THE
      *    PREDECESSOR'S LATEST ENTRY MUST BE AN END WITH RETURN CODE
      *    ZERO, AND THIS STEP MUST NOT ALREADY HAVE ENDED CLEAN; A
      *    FAILED OR INTERRUPTED RUN MAY SIMPLY BE RUN AGAIN. A
      *    REFUSED RUN LEAVES EVERY FILE, THE LOG INCLUDED, AS IT WAS.
       0180-CHECK-RUN-LOG.
           ACCEPT WRK-LOG-START-TIME FROM TIME.
           OPEN INPUT RUN-LOG.
           IF FS-RUN-LOG-STATUS NOT EQUAL 35
              IF FS-RUN-LOG-STATUS NOT EQUAL 00
                 DISPLAY WRK-OPEN-ERR-RUN-LOG
                 DISPLAY "STATUS: " FS-RUN-LOG-STATUS
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              PERFORM 0183-READ-RUN-LOG
              PERFORM UNTIL END-OF-RUN-LOG
                  PERFORM 0184-NOTE-RUN-LOG
                  PERFORM 0183-READ-RUN-LOG
              END-PERFORM
              CLOSE RUN-LOG
           END-IF.
           IF WRK-LOG-PREDECESSOR NOT EQUAL SPACES
              AND (WRK-PRED-LAST-EVENT NOT EQUAL "E"
                   OR WRK-PRED-LAST-RC NOT EQUAL ZEROS)
              DISPLAY "*** " WRK-LOG-PROGRAM " REFUSED FOR BUSINESS "
                      "DATE " WRK-LOG-BUS-DATE " ***"
              EVALUATE TRUE
                  WHEN PRED-NEVER-RAN
                      DISPLAY WRK-LOG-PREDECESSOR
                              " HAS NOT RUN FOR THIS DATE."
                  WHEN PRED-NOT-ENDED
                      DISPLAY WRK-LOG-PREDECESSOR
                              " STARTED BUT NEVER ENDED."
                  WHEN OTHER
                      DISPLAY WRK-LOG-PREDECESSOR
                              " ENDED WITH RETURN CODE "
                              WRK-PRED-LAST-RC "."
              END-EVALUATE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF ALREADY-COMPLETED
              DISPLAY "*** " WRK-LOG-PROGRAM " REFUSED FOR BUSINESS "
                      "DATE " WRK-LOG-BUS-DATE " ***"
              DISPLAY "ALREADY COMPLETED FOR THIS DATE."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE "S" TO WRK-LOG-EVENT.
           PERFORM 0186-WRITE-RUN-LOG.
      *----------------------------------------------------------------*
       0183-READ-RUN-LOG.
           READ RUN-LOG
               AT END
                   MOVE "Y" TO WRK-EOF-RUN-LOG
           END-READ.
      *----------------------------------------------------------------*
      *    ONLY THE PREDECESSOR'S LATEST ENTRY COUNTS, SO A STEP THAT
      *    FAILED AND WAS THEN RERUN CLEAN RELEASES ITS SUCCESSOR.
      *    A ROLLBACK ENTRY ("R", SEE ROLLBACK-RUN) PUTS THE FILES BACK
      *    AS THEY WERE BEFORE ITS DATE'S CHAIN RAN, SO IT VOIDS EVERY
      *    EARLIER ENTRY FOR THAT DATE OR ANY LATER ONE, AND THE DAY
      *    RUNS AGAIN FROM THE TOP OF THE CHAIN.
       0184-NOTE-RUN-LOG.
           IF RG-RUNLOG-EVENT EQUAL "R"
              AND RG-RUNLOG-BUS-DATE NOT GREATER THAN WRK-LOG-BUS-DATE
              MOVE SPACES TO WRK-PRED-LAST-EVENT
              MOVE ZEROS TO WRK-PRED-LAST-RC
              MOVE "N" TO WRK-LOG-SELF-DONE
           END-IF.
           IF RG-RUNLOG-BUS-DATE EQUAL WRK-LOG-BUS-DATE
              IF RG-RUNLOG-PROGRAM EQUAL WRK-LOG-PREDECESSOR
                 MOVE RG-RUNLOG-EVENT TO WRK-PRED-LAST-EVENT
                 MOVE RG-RUNLOG-RC TO WRK-PRED-LAST-RC
              END-IF
              IF RG-RUNLOG-PROGRAM EQUAL WRK-LOG-PROGRAM
                 AND RG-RUNLOG-EVENT EQUAL "E"
                 AND RG-RUNLOG-RC EQUAL ZEROS
                 MOVE "Y" TO WRK-LOG-SELF-DONE
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *    THE LOG IS OPENED AND CLOSED AROUND EACH ENTRY, SO THE
      *    START ENTRY IS ON DISK EVEN IF THE STEP ABENDS BEFORE ITS
      *    END ENTRY. CREATED EMPTY ON THE FIRST RUN, AS THE OTHER
      *    CUMULATIVE FILES ARE.
       0186-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG.
           IF FS-RUN-LOG-STATUS EQUAL 35
              OPEN OUTPUT RUN-LOG
              CLOSE RUN-LOG
              OPEN EXTEND RUN-LOG
           END-IF.
           IF FS-RUN-LOG-STATUS NOT EQUAL 00
              DISPLAY WRK-OPEN-ERR-RUN-LOG
              DISPLAY "STATUS: " FS-RUN-LOG-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           INITIALIZE RG-RUNLOG.
           MOVE WRK-LOG-BUS-DATE TO RG-RUNLOG-BUS-DATE.
           MOVE WRK-LOG-PROGRAM TO RG-RUNLOG-PROGRAM.
           MOVE WRK-LOG-EVENT TO RG-RUNLOG-EVENT.
           ACCEPT RG-RUNLOG-SYS-DATE FROM DATE YYYYMMDD.
           MOVE WRK-LOG-START-TIME TO RG-RUNLOG-START-TIME.
           IF WRK-LOG-EVENT EQUAL "E"
              ACCEPT RG-RUNLOG-END-TIME FROM TIME
              MOVE RETURN-CODE TO RG-RUNLOG-RC
              MOVE WRK-LOG-COUNTS TO RG-RUNLOG-COUNTS
           END-IF.
           WRITE RG-RUNLOG.
           CLOSE RUN-LOG.
      *----------------------------------------------------------------*
      *    EVERY "N" AND "C" HEADER ON THE INDEX IS CHECKED AGAINST
      *    AROPEN.DAT. A KNOWN ID WAS TAKEN UP BY AN EARLIER RUN AND
           IF RG-IDX-TYPE EQUAL "C"
              MOVE ZEROS TO RG-AROPEN-BALANCE
              MOVE "C"   TO RG-AROPEN-STATUS
              MOVE RG-IDX-DATE TO RG-AROPEN-CLOSE-DATE
           ELSE
              MOVE RG-AROPEN-ORIGINAL TO RG-AROPEN-BALANCE
              MOVE "O"                TO RG-AROPEN-STATUS
              MOVE ZEROS              TO RG-AROPEN-CLOSE-DATE
           END-IF.
           PERFORM 0235-SET-TERMS-DATES.
           WRITE RG-AROPEN
               INVALID KEY
                   DISPLAY "*** AR-OPEN WRITE FAILED FOR "
                   ADD 1 TO WRK-ITEM-ADDED-CNT
           END-WRITE.
      *----------------------------------------------------------------*
      *    THE DUE DATE COMES OFF THE HEADER; A HEADER FROM BEFORE
      *    TERMS EXISTED (OR A CREDIT NOTE) HAS NONE AND IS DUE ON ITS
      *    INVOICE DATE. THE DISCOUNT WINDOW RUNS FROM THE INVOICE
      *    DATE FOR THE DISCOUNT DAYS OF THE TERMS CODE ON THE HEADER;
      *    TERMS WITH NO DISCOUNT LEAVE DATE AND PERCENT AT ZERO.
       0235-SET-TERMS-DATES.
           IF RG-IDX-TYPE NOT EQUAL "C"
              AND RG-IDX-DUE-DATE NUMERIC
              AND RG-IDX-DUE-DATE GREATER THAN ZEROS
              MOVE RG-IDX-DUE-DATE TO RG-AROPEN-DUE-DATE
           ELSE
              MOVE RG-IDX-DATE TO RG-AROPEN-DUE-DATE
           END-IF.
           MOVE ZEROS TO RG-AROPEN-DISC-DATE.
           MOVE ZEROS TO RG-AROPEN-DISC-PCT.
           MOVE ZEROS TO RG-AROPEN-DISCOUNT.
           IF RG-IDX-TYPE NOT EQUAL "C"
              MOVE RG-IDX-TERMS TO WRK-TERMS-KEY
              PERFORM 0236-FIND-TERMS
              IF WRK-DISC-PCT GREATER THAN ZEROS
                 MOVE RG-IDX-DATE TO WRK-CAL-DATE-N
                 MOVE WRK-DISC-DAYS TO WRK-CAL-ADD-DAYS
                 PERFORM 0237-ADD-DAYS
                 MOVE WRK-CAL-DATE-N TO RG-AROPEN-DISC-DATE
                 MOVE WRK-DISC-PCT TO RG-AROPEN-DISC-PCT
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *    LOOKS WRK-TERMS-KEY UP IN THE TERMS TABLE. A BLANK OR
      *    UNKNOWN CODE LEAVES NET DAYS, DISCOUNT PERCENT AND DISCOUNT
      *    DAYS AT ZERO: DUE ON THE INVOICE DATE, NO DISCOUNT.
       0236-FIND-TERMS.
           MOVE "N" TO WRK-TERMS-FOUND.
           MOVE ZEROS TO WRK-NET-DAYS.
           MOVE ZEROS TO WRK-DISC-PCT.
           MOVE ZEROS TO WRK-DISC-DAYS.
           PERFORM VARYING WRK-TERMS-IDX FROM 1 BY 1
                     UNTIL WRK-TERMS-IDX > WRK-TERMS-COUNT
               SET WRK-TERMS-TAB-IDX TO WRK-TERMS-IDX
               IF WRK-TERMS-KEY NOT EQUAL SPACES
                  AND WRK-TERMS-CODE (WRK-TERMS-TAB-IDX)
                      EQUAL WRK-TERMS-KEY
                  MOVE "Y" TO WRK-TERMS-FOUND
                  MOVE WRK-TERMS-NET-DAYS (WRK-TERMS-TAB-IDX)
                    TO WRK-NET-DAYS
                  MOVE WRK-TERMS-DISC-PCT (WRK-TERMS-TAB-IDX)
                    TO WRK-DISC-PCT
                  MOVE WRK-TERMS-DISC-DAYS (WRK-TERMS-TAB-IDX)
                    TO WRK-DISC-DAYS
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *    ADDS WRK-CAL-ADD-DAYS TO WRK-CAL-DATE IN PLACE, ROLLING
      *    OVER MONTH AND YEAR ENDS; FEBRUARY HAS 29 DAYS IN A LEAP
      *    YEAR. A DATE THAT IS NOT A VALID YYYYMMDD IS LEFT AS IT IS.
       0237-ADD-DAYS.
           IF WRK-CAL-DATE-N NUMERIC
              AND WRK-CAL-MONTH GREATER THAN ZEROS
              AND WRK-CAL-MONTH NOT GREATER THAN 12
              MOVE WRK-CAL-DAY TO WRK-CAL-DAY-CNT
              ADD WRK-CAL-ADD-DAYS TO WRK-CAL-DAY-CNT
              PERFORM 0238-MONTH-LENGTH
              PERFORM UNTIL WRK-CAL-DAY-CNT
                            NOT GREATER THAN WRK-CAL-MONTH-DAYS
                  SUBTRACT WRK-CAL-MONTH-DAYS FROM WRK-CAL-DAY-CNT
                  IF WRK-CAL-MONTH EQUAL 12
                     MOVE 1 TO WRK-CAL-MONTH
                     ADD 1 TO WRK-CAL-YEAR
                  ELSE
                     ADD 1 TO WRK-CAL-MONTH
                  END-IF
                  PERFORM 0238-MONTH-LENGTH
              END-PERFORM
              MOVE WRK-CAL-DAY-CNT TO WRK-CAL-DAY
           END-IF.
      *----------------------------------------------------------------*
       0238-MONTH-LENGTH.
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
      *    THE CREDIT TOTAL IS NEGATIVE (GROSS WHERE THE CREDIT
      *    CARRIES ONE, NET FOR PRE-TAX CREDITS), SO ADDING IT TO THE
      *    REVERSED INVOICE'S BALANCE NETS THE INVOICE OUT; A BALANCE
      *    WORKED DOWN TO ZERO OR BELOW CLOSES THE ITEM AS OF THE
      *    CREDIT'S DATE. AN ITEM ALREADY CLOSED BY A PAYMENT KEEPS
      *    THE DATE IT WAS PAID ON.
       0240-APPLY-CREDIT.
           IF RG-IDX-GROSS NOT EQUAL ZEROS
              MOVE RG-IDX-GROSS TO WRK-CREDIT-AMOUNT
               NOT INVALID KEY
                   ADD WRK-CREDIT-AMOUNT TO RG-AROPEN-BALANCE
                   IF RG-AROPEN-BALANCE NOT GREATER THAN ZEROS
                      IF RG-AROPEN-STATUS NOT EQUAL "C"
                         MOVE RG-IDX-DATE TO RG-AROPEN-CLOSE-DATE
                      END-IF
                      MOVE "C" TO RG-AROPEN-STATUS
                      ADD 1 TO WRK-ITEM-CLOSED-CNT
                   END-IF
      *    A PAYMENT WHOSE CLIENT DOES NOT MATCH THE OPEN ITEM IT
      *    REFERENCES IS A KEYING ERROR AND IS REPORTED, NOT APPLIED
      *    -- APPLYING IT WOULD HIDE ONE CLIENT'S CASH ON ANOTHER
      *    CLIENT'S INVOICE. EITHER KIND OF UNMATCHED PAYMENT GOES TO
      *    THE SUSPENSE FILE, SO THE CASH IS NEVER LOST WITH THE
      *    ONE-SHOT PAYMENTS FILE.
       0320-APPLY-ONE-PAYMENT.
           MOVE RG-PAYMENT-REF-ID TO RG-AROPEN-ID.
           READ AR-OPEN KEY IS RG-AROPEN-ID
                   ADD 1 TO WRK-PAYMENT-NOREF-CNT
                   DISPLAY "*** PAYMENT REFERENCES UNKNOWN INVOICE "
                           RG-PAYMENT-REF-ID " ***"
                   MOVE WRK-REASON-NOREF TO WRK-SUSP-REASON
                   PERFORM 0330-WRITE-SUSPENSE
               NOT INVALID KEY
                   IF RG-PAYMENT-ID-CLI NOT EQUAL RG-AROPEN-ID-CLI
                      ADD 1 TO WRK-PAYMENT-BADCLI-CNT
                      DISPLAY "*** PAYMENT CLIENT " RG-PAYMENT-ID-CLI
                              " DOES NOT MATCH INVOICE "
                              RG-PAYMENT-REF-ID " ***"
                      MOVE WRK-REASON-BADCLI TO WRK-SUSP-REASON
                      PERFORM 0330-WRITE-SUSPENSE
                   ELSE
                      PERFORM 0325-CHECK-DISCOUNT
                      ADD RG-PAYMENT-AMOUNT TO RG-AROPEN-PAID
                      SUBTRACT RG-PAYMENT-AMOUNT
                          FROM RG-AROPEN-BALANCE
                      IF DISCOUNT-ALLOWED
                         ADD WRK-DISC-AMOUNT TO RG-AROPEN-DISCOUNT
                         MOVE ZEROS TO RG-AROPEN-BALANCE
                         PERFORM 0335-WRITE-DISCOUNT
                      END-IF
                      IF RG-AROPEN-BALANCE NOT GREATER THAN ZEROS
                         IF RG-AROPEN-STATUS NOT EQUAL "C"
                            MOVE RG-PAYMENT-DATE
                              TO RG-AROPEN-CLOSE-DATE
                         END-IF
                         MOVE "C" TO RG-AROPEN-STATUS
                         ADD 1 TO WRK-ITEM-CLOSED-CNT
                      END-IF
                      ADD RG-PAYMENT-AMOUNT TO WRK-APPLIED-VALUE
                   END-IF
           END-READ.
      *----------------------------------------------------------------*
      *    THE EARLY-PAYMENT DISCOUNT IS EARNED ONLY BY A PAYMENT
      *    DATED ON OR BEFORE THE LAST DISCOUNT DAY THAT LEAVES EXACTLY
      *    THE DISCOUNT (PERCENT OF THE ORIGINAL AMOUNT) UNPAID. ANY
      *    OTHER SHORT PAYMENT APPLIES AS CASH AND LEAVES THE ITEM OPEN
      *    AS BEFORE. ITEMS TAKEN UP BEFORE TERMS EXISTED HAVE NO
      *    DISCOUNT WINDOW.
       0325-CHECK-DISCOUNT.
           MOVE "N" TO WRK-DISC-ALLOWED.
           MOVE ZEROS TO WRK-DISC-AMOUNT.
           IF RG-AROPEN-STATUS EQUAL "O"
              AND RG-AROPEN-DISC-PCT NUMERIC
              AND RG-AROPEN-DISC-PCT GREATER THAN ZEROS
              AND RG-AROPEN-DISC-DATE NUMERIC
              AND RG-PAYMENT-DATE NOT GREATER THAN RG-AROPEN-DISC-DATE
              COMPUTE WRK-DISC-AMOUNT ROUNDED =
                      RG-AROPEN-ORIGINAL * RG-AROPEN-DISC-PCT / 100
              IF WRK-DISC-AMOUNT GREATER THAN ZEROS
                 AND RG-PAYMENT-AMOUNT + WRK-DISC-AMOUNT
                     EQUAL RG-AROPEN-BALANCE
                 MOVE "Y" TO WRK-DISC-ALLOWED
                 IF RG-AROPEN-DISCOUNT NOT NUMERIC
                    MOVE ZEROS TO RG-AROPEN-DISCOUNT
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *    THE SUSPENSE ITEM STARTS UNMATCHED AGAINST THE CLIENT THE
      *    PAYMENT NAMES, WITH NOTHING APPLIED YET.
       0330-WRITE-SUSPENSE.
           ADD 1 TO WRK-LAST-SUSP-ID.
           MOVE WRK-LAST-SUSP-ID   TO RG-SUSP-ID.
           MOVE RG-PAYMENT-DATE    TO RG-SUSP-DATE.
           MOVE RG-PAYMENT-ID-CLI  TO RG-SUSP-ID-CLI.
           MOVE RG-PAYMENT-REF-ID  TO RG-SUSP-REF-ID.
           MOVE RG-PAYMENT-AMOUNT  TO RG-SUSP-AMOUNT.
           MOVE ZEROS              TO RG-SUSP-APPLIED.
           MOVE WRK-SUSP-REASON    TO RG-SUSP-REASON.
           MOVE "U"                TO RG-SUSP-STATUS.
           MOVE RG-PAYMENT-DATE    TO RG-SUSP-UPD-DATE.
           WRITE RG-SUSP
               INVALID KEY
                   DISPLAY "*** SUSPENSE WRITE FAILED FOR PAYMENT "
                           "REF " RG-PAYMENT-REF-ID " STATUS: "
                           FS-SUSPENSE-STATUS " ***"
                   ADD 1 TO WRK-SUSP-FAILED-CNT
               NOT INVALID KEY
                   ADD 1 TO WRK-SUSPENDED-CNT
                   ADD RG-PAYMENT-AMOUNT TO WRK-SUSPENDED-VALUE
                   DISPLAY "    PLACED IN SUSPENSE AS ITEM "
                           RG-SUSP-ID
           END-WRITE.
      *----------------------------------------------------------------*
      *    THE DISCOUNT ALLOWED IS RECORDED FOR THE LEDGER: DEBIT
      *    DISCOUNTS ALLOWED, CREDIT RECEIVABLES, IN GL-EXTRACT.
       0335-WRITE-DISCOUNT.
           MOVE WRK-RUN-DATE       TO RG-DISC-POST-DATE.
           MOVE RG-PAYMENT-DATE    TO RG-DISC-PAY-DATE.
           MOVE RG-AROPEN-ID-CLI   TO RG-DISC-ID-CLI.
           MOVE RG-AROPEN-ID       TO RG-DISC-INV-ID.
           MOVE RG-PAYMENT-AMOUNT  TO RG-DISC-PAYMENT.
           MOVE WRK-DISC-AMOUNT    TO RG-DISC-AMOUNT.
           WRITE RG-DISC.
           IF FS-DISC-TAKEN-STATUS NOT EQUAL 00
              DISPLAY "*** DISCOUNT WRITE FAILED FOR INVOICE "
                      RG-AROPEN-ID " STATUS: "
                      FS-DISC-TAKEN-STATUS " ***"
              ADD 1 TO WRK-DISC-FAILED-CNT
           ELSE
              ADD 1 TO WRK-DISCOUNT-CNT
              ADD WRK-DISC-AMOUNT TO WRK-DISCOUNT-VALUE
           END-IF.
      *----------------------------------------------------------------*
       0400-END                        SECTION.
           CLOSE INV-IDX.
           CLOSE AR-OPEN.
           CLOSE PAYMENTS.
           CLOSE SUSPENSE.
           CLOSE DISC-TAKEN.
           PERFORM 0410-PRINT-CONTROL-REPORT.
      *----------------------------------------------------------------*
       0490-END-HELPERS                SECTION.
           DISPLAY "PAYMENTS NO OPEN ITEM    : " WRK-PAYMENT-NOREF-CNT.
           DISPLAY "PAYMENTS CLIENT MISMATCH : "
                   WRK-PAYMENT-BADCLI-CNT.
           DISPLAY "PAYMENTS TO SUSPENSE     : " WRK-SUSPENDED-CNT.
           DISPLAY "SUSPENSE WRITES FAILED   : " WRK-SUSP-FAILED-CNT.
           MOVE WRK-SUSPENDED-VALUE TO WRK-EDIT-VALUE.
           DISPLAY "SUSPENSE VALUE           : " WRK-EDIT-VALUE.
           MOVE WRK-APPLIED-VALUE TO WRK-EDIT-VALUE.
           DISPLAY "CASH APPLIED VALUE       : " WRK-EDIT-VALUE.
           DISPLAY "DISCOUNTS ALLOWED        : " WRK-DISCOUNT-CNT.
           MOVE WRK-DISCOUNT-VALUE TO WRK-EDIT-VALUE.
           DISPLAY "DISCOUNT VALUE           : " WRK-EDIT-VALUE.
           DISPLAY "DISCOUNT WRITES FAILED   : " WRK-DISC-FAILED-CNT.
           DISPLAY "ITEMS CLOSED THIS RUN    : " WRK-ITEM-CLOSED-CNT.
           DISPLAY "-------------------------------------------------".
           DISPLAY "FS-INV-IDX-STATUS  : " FS-INV-IDX-STATUS.
           DISPLAY "FS-AR-OPEN-STATUS  : " FS-AR-OPEN-STATUS.
           DISPLAY "FS-PAYMENTS-STATUS : " FS-PAYMENTS-STATUS.
           DISPLAY "FS-SUSPENSE-STATUS : " FS-SUSPENSE-STATUS.
           DISPLAY "FS-DISC-TAKEN-STAT : " FS-DISC-TAKEN-STATUS.
      *    AN UNMATCHED PAYMENT IS SAFE ON THE SUSPENSE FILE AND IS
      *    CASH-MATCH'S TO RESOLVE, SO IT IS REPORTED BUT DOES NOT HOLD
      *    THE NEXT STEP. A CREDIT NOTE WITH NO ORIGINAL STILL NEEDS
      *    THE OPERATOR (RC 4), AND A PAYMENT THAT COULD NOT BE PUT IN
      *    SUSPENSE HAS BEEN LOST FROM THE RUN (RC 8). SO HAS A
      *    DISCOUNT NOT WRITTEN TO DISCTAKN.DAT: ITS ITEM IS CLOSED BUT
      *    GL-EXTRACT WOULD NEVER POST IT (RC 8).
           IF WRK-PAYMENT-NOREF-CNT GREATER THAN ZEROS
              OR WRK-PAYMENT-BADCLI-CNT GREATER THAN ZEROS
              DISPLAY "UNMATCHED PAYMENTS ARE WAITING IN CASH-MATCH."
           END-IF.
           IF WRK-CREDIT-NOREF-CNT GREATER THAN ZEROS
              DISPLAY "*** CREDITS WITH NO ORIGINAL NEED MANUAL REVIEW"
              DISPLAY "BEFORE THE NEXT AGING RUN. ***"
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WRK-SUSP-FAILED-CNT GREATER THAN ZEROS
              DISPLAY "*** PAYMENTS NOT WRITTEN TO SUSPENSE - SEE THE"
              DISPLAY "MESSAGES ABOVE; THEY MUST BE RE-KEYED. ***"
              MOVE 8 TO RETURN-CODE
           END-IF.
           IF WRK-DISC-FAILED-CNT GREATER THAN ZEROS
              DISPLAY "*** DISCOUNTS NOT WRITTEN TO DISCTAKN.DAT - SEE"
              DISPLAY "THE MESSAGES ABOVE; POST THEM BY HAND. ***"
              MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "=================================================".
      *----------------------------------------------------------------*
       0900-LOG-END                    SECTION.
      *    THE END ENTRY CARRIES THE RETURN CODE THE STEP IS LEAVING
      *    WITH, SO ONLY A CLEAN FINISH RELEASES THE NEXT STEP.
           MOVE "HEADERS" TO WRK-LOG-CNT-LABEL (1).
           MOVE WRK-HEADER-READ-CNT TO WRK-LOG-CNT-VALUE (1).
           MOVE "PAYMENTS" TO WRK-LOG-CNT-LABEL (2).
           MOVE WRK-PAYMENT-READ-CNT TO WRK-LOG-CNT-VALUE (2).
           MOVE "SUSPENDED" TO WRK-LOG-CNT-LABEL (3).
           MOVE WRK-SUSPENDED-CNT TO WRK-LOG-CNT-VALUE (3).
           MOVE "E" TO WRK-LOG-EVENT.
           PERFORM 0186-WRITE-RUN-LOG.

      *----------------------------------------------------------------*
      *================================================================*
