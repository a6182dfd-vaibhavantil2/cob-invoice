      *    READS; FAILURES GO TO THE EDIT REPORT WITH RECORD NUMBER    *
      *    AND REASON.                                                 *
      *                                                                *
      *    JOB ORDER   : THE RUN LOG ENFORCES THE ORDER: WAITS ON      *
      *    BACKUP-RUN, WHICH HEADS THE DAILY CHAIN; IT WILL NOT RUN    *
      *    AGAIN FOR A BUSINESS DATE IT HAS ALREADY ENDED CLEAN FOR    *
      *    UNLESS THE DAY HAS SINCE BEEN ROLLED BACK (SEE BATCH-STATUS *
      *    AND ROLLBACK-RUN).                                          *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
      *    DDNAME                 I/O                 COPY/BOOK        *
      *    SHOPPING                I                      -            *
      *    SHOP-VAL                O                      -            *
      *    EDIT-RPT                O                      -            *
      *    BUS-DATE                I                      -            *
      *    RUN-LOG                 I-O                    -            *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
           SELECT EDIT-RPT ASSIGN TO "EDITRPT_DD"
                               FILE STATUS IS FS-EDIT-RPT-STATUS.

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
       FD  EDIT-RPT.
       01  RG-EDIT-RPT             PIC X(80).

      **================== FD BUS-DATE BEGINNING ======================*
      *    THE OPERATOR-SET BUSINESS DATE (SEE BILLDATE-MAINT). IT
      *    ONLY STAMPS THIS STEP'S RUN-LOG ENTRIES, SO THE WHOLE CHAIN
      *    AGREES ON WHAT DAY IT IS.
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
       77  FS-SHOPPING-STATUS      PIC 9(02) VALUE ZEROS.
       77  FS-SHOP-VAL-STATUS      PIC 9(02) VALUE ZEROS.
       77  FS-EDIT-RPT-STATUS      PIC 9(02) VALUE ZEROS.
       77  FS-BUS-DATE-STATUS      PIC 9(02) VALUE ZEROS.
       77  FS-RUN-LOG-STATUS       PIC 9(02) VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ ERROR MESSAGES BEGINNING ============".
           VALUE "SHOP-VAL FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-EDIT-RPT PIC X(30)
           VALUE "EDIT-RPT FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-RUN-LOG  PIC X(30)
           VALUE "RUN-LOG FILE WAS NOT OPENED!".
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ WORK FIELDS BEGINNING ===============".
              VALUE "RECORDS FAILED     :".
           05 WRK-SUM3-FAILED      PIC Z.ZZZ.ZZ9.
           05 FILLER               PIC X(51) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ RUN LOG BEGINNING ===================".
      *----------------------------------------------------------------*
      *    THIS STEP'S NAME ON THE RUN LOG, AND THE STEP THAT MUST
      *    HAVE ENDED WITH RETURN CODE ZERO FOR THE SAME BUSINESS DATE
      *    BEFORE THIS ONE MAY START (SPACES: HEAD OF THE CHAIN).
       77  WRK-LOG-PROGRAM      PIC X(15) VALUE "COMPRAS-EDIT".
       77  WRK-LOG-PREDECESSOR  PIC X(15) VALUE "BACKUP-RUN".
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
      *    THE RUN LOG IS CHECKED AS SOON AS THE DATE IS KNOWN AND
      *    BEFORE ANY FILE IS OPENED, SO A REFUSED STEP TOUCHES NOTHING.
           PERFORM 0110-GET-BUSINESS-DATE.
           PERFORM 0180-CHECK-RUN-LOG.
           OPEN INPUT SHOPPING.
                IF FS-SHOPPING-STATUS NOT EQUAL 00
                   DISPLAY WRK-OPEN-ERR-SHOPPING
           WRITE RG-EDIT-RPT FROM WRK-LINE-RULER AFTER ADVANCING 1.
           WRITE RG-EDIT-RPT FROM WRK-LINE-HDR AFTER ADVANCING 1.
           WRITE RG-EDIT-RPT FROM WRK-LINE-DASH AFTER ADVANCING 1.
      *----------------------------------------------------------------*
       0190-INIT-HELPERS               SECTION.
      *    THE RUN-LOG DATE IS THE OPERATOR-SET BUSINESS DATE; A SHOP
      *    NOT YET ON BUSINESS-DATE CONTROL FALLS BACK TO THE SYSTEM
      *    DATE, AS THE OTHER CHAIN STEPS DO.
       0110-GET-BUSINESS-DATE.
           OPEN INPUT BUS-DATE.
           IF FS-BUS-DATE-STATUS NOT EQUAL 00
              ACCEPT WRK-LOG-BUS-DATE FROM DATE YYYYMMDD
           ELSE
              READ BUS-DATE
                  AT END
                      MOVE ZEROS TO RG-BUSDATE-DATE
              END-READ
              CLOSE BUS-DATE
              IF RG-BUSDATE-DATE NUMERIC
                 AND RG-BUSDATE-DATE GREATER THAN ZEROS
                 MOVE RG-BUSDATE-DATE TO WRK-LOG-BUS-DATE
              ELSE
                 ACCEPT WRK-LOG-BUS-DATE FROM DATE YYYYMMDD
              END-IF
           END-IF.
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
           PERFORM 0210-READ-SHOPPING.
           DISPLAY "EDIT COMPLETE. READ: " WRK-READ-CNT
                   " VALID: " WRK-VALID-CNT
                   " FAILED: " WRK-FAILED-CNT.
      *----------------------------------------------------------------*
       0900-LOG-END                    SECTION.
      *    THE END ENTRY CARRIES THE RETURN CODE THE STEP IS LEAVING
      *    WITH, SO ONLY A CLEAN FINISH RELEASES THE NEXT STEP.
           MOVE "READ" TO WRK-LOG-CNT-LABEL (1).
           MOVE WRK-READ-CNT TO WRK-LOG-CNT-VALUE (1).
           MOVE "VALID" TO WRK-LOG-CNT-LABEL (2).
           MOVE WRK-VALID-CNT TO WRK-LOG-CNT-VALUE (2).
           MOVE "FAILED" TO WRK-LOG-CNT-LABEL (3).
           MOVE WRK-FAILED-CNT TO WRK-LOG-CNT-VALUE (3).
           MOVE "E" TO WRK-LOG-EVENT.
           PERFORM 0186-WRITE-RUN-LOG.

      *----------------------------------------------------------------*
      *================================================================*
