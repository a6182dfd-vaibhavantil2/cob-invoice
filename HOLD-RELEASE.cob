      *    WALKS NF-HOLD.DAT INVOICE BY INVOICE AND ASKS FOR A        *
      *    DECISION ON EACH:                                           *
      *      B - BILL   : THE INVOICE GOES TO NF.DAT UNDER THE NEXT   *
      *                   NFCTRL.DAT ID AND TODAY'S DATE, DUE BY THE  *
      *                   TERMS CODE CARRIED ON THE HELD HEADER.      *
      *      C - CANCEL : EACH DETAIL LINE GOES BACK TO NF-REJECT.DAT *
      *                   AS THE FULL ORIGINAL PURCHASE (THE HELD     *
      *                   DETAIL CARRIES ITS SHOPPING ID IN THE       *
      *    SAME CARRY-FORWARD CONVENTION REJECT-RECYCLE USES FOR THE   *
      *    REJECT FILE.                                                *
      *                                                                *
      *    JOB ORDER   : THE RUN LOG ENFORCES THE ORDER:               *
      *    REJECT-RECYCLE MUST HAVE ENDED WITH RETURN CODE ZERO FOR    *
      *    THE SAME BUSINESS DATE, AND A STEP THAT HAS ALREADY ENDED   *
      *    CLEAN FOR THE DATE WILL NOT RUN AGAIN (SEE BATCH-STATUS).   *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
      *    DDNAME                 I/O                 COPY/BOOK        *
      *    HOLD-IN                 I                      -            *
      *    INVOICE                 O (EXTEND)             -            *
      *    REJECT                  O (EXTEND)             -            *
      *    TERMS                   I                      -            *
      *    HOLD-OUT                O                      -            *
      *    BILLED-REG              I-O                    -            *
      *    INV-CTRL                I-O                    -            *
      *    BUS-DATE                I                      -            *
      *    BILL-CAL                I                      -            *
      *    RUN-LOG                 I-O                    -            *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
           SELECT INV-CTRL ASSIGN TO "INVCTRL_DD"
                              FILE STATUS IS FS-INV-CTRL-STATUS.

      *=================================================================
      *                    SELECT TERMS.DAT
      *=================================================================
           SELECT TERMS ASSIGN TO "TERMS_DD"
                              FILE STATUS IS FS-TERMS-STATUS.

      *=================================================================
      *                    SELECT BUSDATE.DAT
      *=================================================================
                              RECORD KEY IS RG-CAL-PERIOD
                              FILE STATUS IS FS-BILL-CAL-STATUS.

      *=================================================================
      *                    SELECT RUNLOG.DAT
      *=================================================================
           SELECT RUN-LOG ASSIGN TO "RUNLOG_DD"
                              FILE STATUS IS FS-RUN-LOG-STATUS.

      *----------------------------------------------------------------*
      *================================================================*
      *----------------------------------------------------------------*
           05 RG-HOLD-PROD         PIC X(15).
           05 RG-HOLD-HDR REDEFINES RG-HOLD-PROD.
              10 RG-HOLD-LINE-CNT  PIC 9(03).
              10 RG-HOLD-DUE-DATE  PIC 9(08).
              10 RG-HOLD-TERMS     PIC X(04).
           05 RG-HOLD-TYPE         PIC X(01).
           05 RG-HOLD-REF-ID       PIC 9(07).
           05 RG-HOLD-PRICE        PIC S9(08)V99.
           05 RG-INVOICE-PROD      PIC X(15).
           05 RG-INVOICE-HDR REDEFINES RG-INVOICE-PROD.
              10 RG-INVOICE-LINE-CNT PIC 9(03).
              10 RG-INVOICE-DUE-DATE PIC 9(08).
              10 RG-INVOICE-TERMS    PIC X(04).
           05 RG-INVOICE-TYPE      PIC X(01).
           05 RG-INVOICE-REF-ID    PIC 9(07).
           05 RG-INVOICE-PRICE     PIC S9(08)V99.
       01  RG-INVOICE-CTRL.
           05 RG-INVOICE-CTRL-LAST-ID PIC 9(07).

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

      **================ FD BUS-DATE BEGINNING ========================*
      *    THE OPERATOR-SET BUSINESS DATE (SEE BILLDATE-MAINT);
      *    RELEASED INVOICES ARE DATED WITH IT, NEVER WITH THE SYSTEM
           05 RG-CAL-PERIOD        PIC 9(06).
           05 RG-CAL-STATUS        PIC X(01).

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
       77  FS-INV-CTRL-STATUS      PIC 9(02) VALUE ZEROS.
       77  FS-BUS-DATE-STATUS      PIC 9(02) VALUE ZEROS.
       77  FS-BILL-CAL-STATUS      PIC 9(02) VALUE ZEROS.
       77  FS-TERMS-STATUS         PIC 9(02) VALUE ZEROS.
       77  FS-RUN-LOG-STATUS       PIC 9(02) VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ ERROR MESSAGES BEGINNING ============".
           VALUE "INV-CTRL FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-BILLED   PIC X(30)
           VALUE "BILLED-REG FILE NOT OPENED!".
       77  WRK-OPEN-ERR-TERMS    PIC X(30)
           VALUE "TERMS FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-RUN-LOG  PIC X(30)
           VALUE "RUN-LOG FILE WAS NOT OPENED!".
       77  WRK-ERR-NO-BUS-DATE  PIC X(45) VALUE
           "BUSINESS DATE NOT SET - USE BILLDATE-MAINT.".
       77  WRK-ERR-NO-CALENDAR  PIC X(45) VALUE
           05 WRK-BUS-PERIOD       PIC 9(06).
           05 WRK-BUS-DAY          PIC 9(02).
       77  WRK-EDIT-PRICE       PIC Z.ZZZ.ZZZ.ZZ9,99- VALUE SPACES.
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
       77  WRK-KEPT-CNT            PIC 9(07) VALUE ZEROS.
       77  WRK-KEPT-VALUE          PIC S9(12)V99 VALUE ZEROS.
       77  WRK-EDIT-VALUE          PIC Z.ZZZ.ZZZ.ZZ9,99-.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ RUN LOG BEGINNING ===================".
      *----------------------------------------------------------------*
      *    THIS STEP'S NAME ON THE RUN LOG, AND THE STEP THAT MUST
      *    HAVE ENDED WITH RETURN CODE ZERO FOR THE SAME BUSINESS DATE
      *    BEFORE THIS ONE MAY START (SPACES: HEAD OF THE CHAIN).
       77  WRK-LOG-PROGRAM      PIC X(15) VALUE "HOLD-RELEASE".
       77  WRK-LOG-PREDECESSOR  PIC X(15) VALUE "REJECT-RECYCLE".
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
           PERFORM 0100-INIT.
           PERFORM 0200-PROCESS.
           PERFORM 0300-END.
           PERFORM 0900-LOG-END.
           STOP RUN.
      *----------------------------------------------------------------*
       0100-INIT                       SECTION.
      *    THE BUSINESS DATE AND ITS CALENDAR PERIOD ARE PROVEN FIRST,
      *    BEFORE ANY OUTPUT FILE IS TOUCHED, AS IN INVOICE-PROG.
           PERFORM 0115-GET-BUSINESS-DATE.
      *    THE RUN LOG IS CHECKED AS SOON AS THE DATE IS KNOWN AND
      *    BEFORE ANY FILE IS OPENED, SO A REFUSED STEP TOUCHES NOTHING.
           MOVE WRK-BUS-DATE TO WRK-LOG-BUS-DATE.
           PERFORM 0180-CHECK-RUN-LOG.
           OPEN INPUT HOLD-IN.
      *    AN EMPTY QUEUE IS A CLEAN FINISH, LOGGED AS ONE SO THE
      *    STEPS AFTER THIS ONE ARE RELEASED.
           IF FS-HOLD-IN-STATUS EQUAL 35
              DISPLAY "NOTHING ON HOLD."
              PERFORM 0900-LOG-END
              GOBACK
           END-IF.
                IF FS-HOLD-IN-STATUS NOT EQUAL 00
                   DISPLAY "STATUS: " FS-HOLD-IN-STATUS
                  GOBACK
                END-IF.
           PERFORM 0147-LOAD-TERMS.
      *    RELEASED INVOICES ARE APPENDED TO THE LIVE NF.DAT, EXACTLY
      *    AS REJECT-RECYCLE APPENDS RECOVERED ONES.
           OPEN EXTEND INVOICE.
                   END-IF
           END-READ.
           CLOSE BILL-CAL.
      *----------------------------------------------------------------*
      *    TERMS.DAT IS OPTIONAL: NOT ON FILE MEANS EVERY INVOICE IS
      *    DUE ON ITS OWN DATE WITH NO DISCOUNT, AS BEFORE TERMS.
       0147-LOAD-TERMS.
           OPEN INPUT TERMS.
           IF FS-TERMS-STATUS NOT EQUAL 35
              IF FS-TERMS-STATUS NOT EQUAL 00
                 DISPLAY WRK-OPEN-ERR-TERMS
                 DISPLAY "STATUS: " FS-TERMS-STATUS
                 GOBACK
              END-IF
              PERFORM 0148-READ-TERMS
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
                  PERFORM 0148-READ-TERMS
              END-PERFORM
              CLOSE TERMS
           END-IF.
      *----------------------------------------------------------------*
       0148-READ-TERMS.
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
       0200-PROCESS                    SECTION.
           PERFORM 0210-READ-HOLD-IN.
           MOVE RG-HOLD-NAME TO RG-INVOICE-NAME.
           MOVE SPACES TO RG-INVOICE-PROD.
           MOVE RG-HOLD-LINE-CNT TO RG-INVOICE-LINE-CNT.
           PERFORM 0241-SET-DUE-DATE.
           MOVE RG-HOLD-TERMS TO RG-INVOICE-TERMS.
           MOVE "N" TO RG-INVOICE-TYPE.
           MOVE ZEROS TO RG-INVOICE-REF-ID.
           MOVE RG-HOLD-PRICE TO RG-INVOICE-PRICE.
           ADD RG-HOLD-PRICE TO WRK-BILLED-VALUE.
           DISPLAY "BILLED AS INVOICE " WRK-NEXT-INVOICE-ID ".".
      *----------------------------------------------------------------*
      *    THE RELEASED INVOICE IS DUE BY ITS TERMS COUNTED FROM THE
      *    RELEASE DATE, NOT FROM THE DAY IT WAS HELD. A HOLD WRITTEN
      *    BEFORE TERMS EXISTED HAS A BLANK CODE AND FALLS DUE ON THE
      *    RELEASE DATE ITSELF.
       0241-SET-DUE-DATE.
           MOVE RG-HOLD-TERMS TO WRK-TERMS-KEY.
           PERFORM 0242-FIND-TERMS.
           MOVE WRK-RUN-DATE TO WRK-CAL-DATE-N.
           MOVE WRK-NET-DAYS TO WRK-CAL-ADD-DAYS.
           PERFORM 0243-ADD-DAYS.
           MOVE WRK-CAL-DATE-N TO RG-INVOICE-DUE-DATE.
      *----------------------------------------------------------------*
      *    LOOKS WRK-TERMS-KEY UP IN THE TERMS TABLE. A BLANK OR
      *    UNKNOWN CODE LEAVES NET DAYS, DISCOUNT PERCENT AND DISCOUNT
      *    DAYS AT ZERO: DUE ON THE INVOICE DATE, NO DISCOUNT.
       0242-FIND-TERMS.
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
       0243-ADD-DAYS.
           IF WRK-CAL-DATE-N NUMERIC
              AND WRK-CAL-MONTH GREATER THAN ZEROS
              AND WRK-CAL-MONTH NOT GREATER THAN 12
              MOVE WRK-CAL-DAY TO WRK-CAL-DAY-CNT
              ADD WRK-CAL-ADD-DAYS TO WRK-CAL-DAY-CNT
              PERFORM 0244-MONTH-LENGTH
              PERFORM UNTIL WRK-CAL-DAY-CNT
                            NOT GREATER THAN WRK-CAL-MONTH-DAYS
                  SUBTRACT WRK-CAL-MONTH-DAYS FROM WRK-CAL-DAY-CNT
                  IF WRK-CAL-MONTH EQUAL 12
                     MOVE 1 TO WRK-CAL-MONTH
                     ADD 1 TO WRK-CAL-YEAR
                  ELSE
                     ADD 1 TO WRK-CAL-MONTH
                  END-IF
                  PERFORM 0244-MONTH-LENGTH
              END-PERFORM
              MOVE WRK-CAL-DAY-CNT TO WRK-CAL-DAY
           END-IF.
      *----------------------------------------------------------------*
       0244-MONTH-LENGTH.
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
      *    THE STASHED SHOPPING ID COMES OUT OF THE REF-ID AREA AND
      *    THE NF.DAT DETAIL GOES OUT CLEAN, WITH REF-ID ZEROS AS THE
      *    BILLING RUN WRITES IT.
           DISPLAY "REPLACE NF-HOLD.DAT WITH THE HOLD-OUT FILE TO".
           DISPLAY "COMPLETE THE RELEASE.".
           DISPLAY "=================================================".
      *----------------------------------------------------------------*
       0900-LOG-END                    SECTION.
      *    THE END ENTRY CARRIES THE RETURN CODE THE STEP IS LEAVING
      *    WITH, SO ONLY A CLEAN FINISH RELEASES THE NEXT STEP.
           MOVE "READ" TO WRK-LOG-CNT-LABEL (1).
           MOVE WRK-HELD-READ-CNT TO WRK-LOG-CNT-VALUE (1).
           MOVE "BILLED" TO WRK-LOG-CNT-LABEL (2).
           MOVE WRK-BILLED-CNT TO WRK-LOG-CNT-VALUE (2).
           MOVE "KEPT" TO WRK-LOG-CNT-LABEL (3).
           MOVE WRK-KEPT-CNT TO WRK-LOG-CNT-VALUE (3).
           MOVE "E" TO WRK-LOG-EVENT.
           PERFORM 0186-WRITE-RUN-LOG.

      *----------------------------------------------------------------*
      *================================================================*
