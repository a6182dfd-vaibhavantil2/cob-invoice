       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.BATCH-STATUS.
      *================================================================*
      *    AUTHOR      : NATAN BOANAFINA.                              *
      *    ENTERPRISE  : NOT APPLICABLE                                *
      *    PROFESSOR   : IVAN PETRUCCI                                 *
      *    DATE        : 15/10/2026                                    *
      *                                                                *
      *----------------------------------------------------------------*
      *    PURPOSE     : DAILY BATCH STATUS REPORT. READS THE SHARED   *
      *    RUN LOG RUNLOG.DAT FOR ONE BUSINESS DATE AND LISTS EVERY    *
      *    STEP OF THE DAILY CHAIN IN RUN ORDER WITH THE STEP IT WAITS *
      *    ON, ITS LATEST START AND END TIME, RETURN CODE, NUMBER OF   *
      *    RUNS AND KEY CONTROL COUNTS. A STEP IS COMPLETED (LAST      *
      *    ENDED RETURN CODE ZERO), FAILED (LAST ENDED NON-ZERO),      *
      *    STARTED WITH NO END (STILL RUNNING OR ABENDED), READY TO    *
      *    RUN (NOT RUN, PREDECESSOR COMPLETED) OR WAITING (NOT RUN,   *
      *    PREDECESSOR NOT COMPLETED). A ROLLBACK LOGGED BY            *
      *    ROLLBACK-RUN FOR THE DATE OR AN EARLIER ONE VOIDS WHAT THE  *
      *    STEPS HAD LOGGED BEFORE IT; THE ROLLBACKS ARE COUNTED AND   *
      *    THE LATEST IS SHOWN, AND THE NUMBER OF RUNS STILL COUNTS    *
      *    THE VOIDED ONES, SO A DAY RUN TWICE SHOWS AS SUCH. ENDS     *
      *    WITH RETURN-CODE 8 IF ANY STEP FAILED OR HAS NO END, 4 IF   *
      *    ANY IS STILL OUTSTANDING.                                   *
      *                                                                *
      *    JOB ORDER   : ANY TIME; NORMALLY AT THE END OF THE DAY AND  *
      *    WHENEVER THE CHAIN STOPS.                                   *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
      *    DDNAME                 I/O                 COPY/BOOK        *
      *    RUN-LOG                 I                      -            *
      *    BUS-DATE                I                      -            *
      *    BATCH-RPT               O                      -            *
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
      *                    SELECT RUNLOG.DAT
      *=================================================================
           SELECT RUN-LOG ASSIGN TO "RUNLOG_DD"
                              FILE STATUS IS FS-RUN-LOG-STATUS.

      *=================================================================
      *                    SELECT BUSDATE.DAT
      *=================================================================
           SELECT BUS-DATE ASSIGN TO "BUSDATE_DD"
                              FILE STATUS IS FS-BUS-DATE-STATUS.

      *=================================================================
      *                    SELECT BATCH STATUS PRINT FILE
      *=================================================================
           SELECT BATCH-RPT ASSIGN TO "BATCHRPT_DD"
                              FILE STATUS IS FS-BATCH-RPT-STATUS.

      *----------------------------------------------------------------*
      *================================================================*
      *----------------------------------------------------------------*
       DATA                            DIVISION.
       FILE                            SECTION.
      **================== FD RUN-LOG BEGINNING =======================*
      *    THE SHARED BATCH RUN LOG, CUMULATIVE ACROSS DAYS. EACH
      *    CHAIN STEP APPENDS A START ENTRY ("S") ONCE ITS PREDECESSOR
      *    IS PROVEN COMPLETE FOR THE BUSINESS DATE, AND AN END ENTRY
      *    ("E") WITH ITS RETURN CODE AND KEY COUNTS AS ITS LAST ACT.
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

      **================ FD BUS-DATE BEGINNING ========================*
      *    THE OPERATOR-SET BUSINESS DATE (SEE BILLDATE-MAINT). A
      *    BLANK DATE ANSWER REPORTS ON THE BUSINESS DATE, THE SAME
      *    DAY THE CHAIN STEPS STAMP ON THEIR LOG ENTRIES.
       FD  BUS-DATE.
       01  RG-BUSDATE.
           05 RG-BUSDATE-DATE      PIC 9(08).

      **================= FD BATCH-RPT BEGINNING ======================*
       FD  BATCH-RPT.
       01  RG-BATCH-RPT            PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(047) VALUE
           "========== WORKING-STORAGE BEGINNING ==========".

      *----------------------------------------------------------------*
       01  FILLER          PIC X(047) VALUE
           "============ FILE-STATUS BEGINNING ============".
      *----------------------------------------------------------------*
       77  FS-RUN-LOG-STATUS       PIC 9(02) VALUE ZEROS.
       77  FS-BUS-DATE-STATUS      PIC 9(02) VALUE ZEROS.
       77  FS-BATCH-RPT-STATUS     PIC 9(02) VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ ERROR MESSAGES BEGINNING ============".
      *----------------------------------------------------------------*
       77  WRK-OPEN-ERR-RUN-LOG  PIC X(30)
           VALUE "RUN-LOG FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-BATCH-RPT PIC X(30)
           VALUE "BATCH-RPT FILE WAS NOT OPENED!".
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ WORK FIELDS BEGINNING ===============".
      *----------------------------------------------------------------*
       77  WRK-EOF-RUN-LOG      PIC X(01) VALUE "N".
           88 END-OF-RUN-LOG           VALUE "Y".
       77  WRK-DATE-ANSWER      PIC X(08) VALUE SPACES.
       77  WRK-RUN-DATE         PIC 9(08) VALUE ZEROS.
       77  WRK-STEP-FOUND       PIC X(01) VALUE "N".
           88 STEP-FOUND               VALUE "Y".
       77  WRK-PRED-DONE        PIC X(01) VALUE "N".
           88 PRED-DONE                VALUE "Y".
       77  WRK-STEP-NO          PIC 9(02) VALUE ZEROS.
       77  WRK-PRED-NO          PIC 9(02) VALUE ZEROS.
       77  WRK-CNT-IDX          PIC 9(01) VALUE ZEROS.
       01  WRK-TIME-WORK           PIC 9(08) VALUE ZEROS.
       01  FILLER REDEFINES WRK-TIME-WORK.
           05 WRK-TIME-HH          PIC 9(02).
           05 WRK-TIME-MM          PIC 9(02).
           05 WRK-TIME-SS          PIC 9(02).
           05 WRK-TIME-CC          PIC 9(02).
       01  WRK-TIME-EDIT.
           05 WRK-EDIT-HH          PIC 9(02).
           05 FILLER               PIC X(01) VALUE ":".
           05 WRK-EDIT-MM          PIC 9(02).
           05 FILLER               PIC X(01) VALUE ":".
           05 WRK-EDIT-SS          PIC 9(02).
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ CHAIN STEPS BEGINNING ===============".
      *----------------------------------------------------------------*
      *    THE DAILY CHAIN IN RUN ORDER: EACH STEP AND THE STEP THAT
      *    MUST END CLEAN BEFORE IT MAY START, AS EACH PROGRAM CHECKS
      *    IT ON START-UP. INVOICE-PRINT WAITS ON HOLD-RELEASE, SO
      *    RECOVERED AND RELEASED INVOICES ARE PRINTED WITH THE DAY.
      *    BACKUP-RUN HEADS THE CHAIN SO NOTHING IS UPDATED BEFORE THE
      *    DAY'S GENERATION HAS BEEN TAKEN.
       77  WRK-MAX-STEPS        PIC 9(02) VALUE 10.
       01  WRK-STEP-VALUES.
           05 FILLER               PIC X(30) VALUE
              "BACKUP-RUN                    ".
           05 FILLER               PIC X(30) VALUE
              "COMPRAS-EDIT   BACKUP-RUN     ".
           05 FILLER               PIC X(30) VALUE
              "INVOICE-PROG   COMPRAS-EDIT   ".
           05 FILLER               PIC X(30) VALUE
              "INVOICE-RECON  INVOICE-PROG   ".
           05 FILLER               PIC X(30) VALUE
              "REJECT-RECYCLE INVOICE-RECON  ".
           05 FILLER               PIC X(30) VALUE
              "HOLD-RELEASE   REJECT-RECYCLE ".
           05 FILLER               PIC X(30) VALUE
              "INVOICE-LOAD   HOLD-RELEASE   ".
           05 FILLER               PIC X(30) VALUE
              "CASH-APPLY     INVOICE-LOAD   ".
           05 FILLER               PIC X(30) VALUE
              "GL-EXTRACT     CASH-APPLY     ".
           05 FILLER               PIC X(30) VALUE
              "INVOICE-PRINT  HOLD-RELEASE   ".
       01  WRK-STEP-TAB REDEFINES WRK-STEP-VALUES.
           05 WRK-STEP-DEF OCCURS 10 TIMES
                               INDEXED BY WRK-STEP-IDX.
              10 WRK-STEP-PROGRAM    PIC X(15).
              10 WRK-STEP-PRED       PIC X(15).
      *    WHAT THE LOG SAYS ABOUT EACH STEP FOR THE DATE. A LATER
      *    ENTRY OVERWRITES AN EARLIER ONE, SO A FAILED STEP RERUN
      *    CLEAN SHOWS AS COMPLETED, WITH ITS NUMBER OF RUNS.
       01  WRK-STEP-STATE.
           05 WRK-STEP-ENTRY OCCURS 10 TIMES.
              10 WRK-STEP-EVENT      PIC X(01).
              10 WRK-STEP-START      PIC 9(08).
              10 WRK-STEP-END        PIC 9(08).
              10 WRK-STEP-RC         PIC 9(04).
              10 WRK-STEP-RUNS       PIC 9(02).
              10 WRK-STEP-COUNT OCCURS 3 TIMES.
                 15 WRK-STEP-CNT-LABEL PIC X(10).
                 15 WRK-STEP-CNT-VALUE PIC 9(07).
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ CONTROL TOTALS BEGINNING ============".
      *----------------------------------------------------------------*
       77  WRK-LOG-READ-CNT        PIC 9(07) VALUE ZEROS.
       77  WRK-LOG-DAY-CNT         PIC 9(07) VALUE ZEROS.
       77  WRK-OTHER-CNT           PIC 9(07) VALUE ZEROS.
       77  WRK-COMPLETED-CNT       PIC 9(02) VALUE ZEROS.
       77  WRK-FAILED-CNT          PIC 9(02) VALUE ZEROS.
       77  WRK-NO-END-CNT          PIC 9(02) VALUE ZEROS.
       77  WRK-OUTSTANDING-CNT     PIC 9(02) VALUE ZEROS.
      *    ROLLBACKS THAT VOIDED THE DATE, AND THE LATEST OF THEM: THE
      *    GENERATION RESTORED, ITS BUSINESS DATE, AND WHEN IT RAN.
       77  WRK-ROLLBACK-CNT        PIC 9(02) VALUE ZEROS.
       77  WRK-ROLL-GEN            PIC 9(07) VALUE ZEROS.
       77  WRK-ROLL-BUS-DATE       PIC 9(08) VALUE ZEROS.
       77  WRK-ROLL-SYS-DATE       PIC 9(08) VALUE ZEROS.
       77  WRK-ROLL-TIME           PIC 9(08) VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ PRINT LINES BEGINNING ===============".
      *----------------------------------------------------------------*
       01  WRK-LINE-RULER          PIC X(80) VALUE ALL "=".
       01  WRK-LINE-DASH           PIC X(80) VALUE ALL "-".
       01  WRK-LINE-TITLE.
           05 FILLER               PIC X(35)
              VALUE "DAILY BATCH STATUS - BUSINESS DATE ".
           05 WRK-TITLE-DATE       PIC 9(08).
           05 FILLER               PIC X(37) VALUE SPACES.
       01  WRK-LINE-HDR.
           05 FILLER               PIC X(04) VALUE "NO".
           05 FILLER               PIC X(16) VALUE "PROGRAM".
           05 FILLER               PIC X(16) VALUE "WAITS ON".
           05 FILLER               PIC X(09) VALUE "START".
           05 FILLER               PIC X(09) VALUE "END".
           05 FILLER               PIC X(05) VALUE "  RC".
           05 FILLER               PIC X(05) VALUE "RUNS".
           05 FILLER               PIC X(16) VALUE "STATUS".
       01  WRK-LINE-DET.
           05 WRK-DET-STEP         PIC Z9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-DET-PROGRAM      PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-DET-PRED         PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-DET-START        PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-DET-END          PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-DET-RC           PIC X(04).
           05 WRK-DET-RC-N REDEFINES WRK-DET-RC PIC ZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-DET-RUNS         PIC Z9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-DET-STATUS       PIC X(16).
       01  WRK-LINE-CNT.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 WRK-CNT-ENTRY OCCURS 3 TIMES.
              10 WRK-CNT-LABEL     PIC X(10).
              10 FILLER            PIC X(02) VALUE ": ".
              10 WRK-CNT-VALUE     PIC Z.ZZZ.ZZ9.
              10 FILLER            PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACES.
       01  WRK-LINE-SUM.
           05 WRK-SUM-TEXT         PIC X(28).
           05 WRK-SUM-VALUE        PIC Z9.
           05 FILLER               PIC X(50) VALUE SPACES.
       01  WRK-LINE-ROLL.
           05 FILLER               PIC X(29)
              VALUE "LATEST ROLLBACK: GENERATION ".
           05 WRK-ROLL-DET-GEN     PIC ZZZZ9.
           05 FILLER               PIC X(05) VALUE " OF ".
           05 WRK-ROLL-DET-BUS     PIC 9(08).
           05 FILLER               PIC X(09) VALUE ", RUN ON ".
           05 WRK-ROLL-DET-SYS     PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-ROLL-DET-TIME    PIC X(08).
           05 FILLER               PIC X(07) VALUE SPACES.
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
           DISPLAY "STATUS DATE (YYYYMMDD, BLANK=BUSINESS DATE): "
                   WITH NO ADVANCING.
           ACCEPT WRK-DATE-ANSWER.
           IF WRK-DATE-ANSWER EQUAL SPACES
              OR WRK-DATE-ANSWER NOT NUMERIC
              PERFORM 0110-GET-BUSINESS-DATE
           ELSE
              MOVE WRK-DATE-ANSWER TO WRK-RUN-DATE
           END-IF.
           INITIALIZE WRK-STEP-STATE.
      *    NO RUN LOG YET MEANS NOTHING HAS RUN: EVERY STEP IS
      *    REPORTED OUTSTANDING.
           OPEN INPUT RUN-LOG.
           IF FS-RUN-LOG-STATUS EQUAL 35
              MOVE "Y" TO WRK-EOF-RUN-LOG
           ELSE
              IF FS-RUN-LOG-STATUS NOT EQUAL 00
                 DISPLAY WRK-OPEN-ERR-RUN-LOG
                 DISPLAY "STATUS: " FS-RUN-LOG-STATUS
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.
           OPEN OUTPUT BATCH-RPT.
                IF FS-BATCH-RPT-STATUS NOT EQUAL 00
                   DISPLAY WRK-OPEN-ERR-BATCH-RPT
                   DISPLAY "STATUS: " FS-BATCH-RPT-STATUS
                   MOVE 8 TO RETURN-CODE
                  GOBACK
                END-IF.
      *----------------------------------------------------------------*
       0190-INIT-HELPERS               SECTION.
      *    THE DEFAULT DATE IS THE OPERATOR-SET BUSINESS DATE; A SHOP
      *    NOT YET ON BUSINESS-DATE CONTROL FALLS BACK TO THE SYSTEM
      *    DATE, AS THE CHAIN STEPS DO.
       0110-GET-BUSINESS-DATE.
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
       0200-PROCESS                    SECTION.
           IF NOT END-OF-RUN-LOG
              PERFORM 0210-READ-RUN-LOG
           END-IF.
           PERFORM UNTIL END-OF-RUN-LOG
               IF RG-RUNLOG-EVENT EQUAL "R"
                  AND RG-RUNLOG-BUS-DATE NOT GREATER THAN WRK-RUN-DATE
                  PERFORM 0230-APPLY-ROLLBACK
               ELSE
                  IF RG-RUNLOG-BUS-DATE EQUAL WRK-RUN-DATE
                     ADD 1 TO WRK-LOG-DAY-CNT
                     PERFORM 0220-APPLY-ENTRY
                  END-IF
               END-IF
               PERFORM 0210-READ-RUN-LOG
           END-PERFORM.
      *----------------------------------------------------------------*
       0290-PROCESS-HELPERS             SECTION.
       0210-READ-RUN-LOG.
           READ RUN-LOG
               AT END
                   MOVE "Y" TO WRK-EOF-RUN-LOG
               NOT AT END
                   ADD 1 TO WRK-LOG-READ-CNT
           END-READ.
      *----------------------------------------------------------------*
      *    A START ENTRY OPENS A NEW RUN OF THE STEP AND CLEARS WHAT
      *    THE PREVIOUS RUN LEFT; AN END ENTRY CLOSES IT WITH ITS
      *    RETURN CODE AND COUNTS. AN ENTRY FROM A PROGRAM OUTSIDE THE
      *    CHAIN IS ONLY COUNTED.
       0220-APPLY-ENTRY.
           MOVE "N" TO WRK-STEP-FOUND.
           PERFORM VARYING WRK-STEP-NO FROM 1 BY 1
                     UNTIL WRK-STEP-NO > WRK-MAX-STEPS
                        OR STEP-FOUND
               SET WRK-STEP-IDX TO WRK-STEP-NO
               IF WRK-STEP-PROGRAM (WRK-STEP-IDX)
                  EQUAL RG-RUNLOG-PROGRAM
                  MOVE "Y" TO WRK-STEP-FOUND
               END-IF
           END-PERFORM.
           IF NOT STEP-FOUND
              ADD 1 TO WRK-OTHER-CNT
           ELSE
              SET WRK-STEP-NO TO WRK-STEP-IDX
              MOVE RG-RUNLOG-EVENT TO WRK-STEP-EVENT (WRK-STEP-NO)
              MOVE RG-RUNLOG-START-TIME
                TO WRK-STEP-START (WRK-STEP-NO)
              IF RG-RUNLOG-EVENT EQUAL "S"
                 ADD 1 TO WRK-STEP-RUNS (WRK-STEP-NO)
                 MOVE ZEROS TO WRK-STEP-END (WRK-STEP-NO)
                 MOVE ZEROS TO WRK-STEP-RC (WRK-STEP-NO)
                 PERFORM VARYING WRK-CNT-IDX FROM 1 BY 1
                           UNTIL WRK-CNT-IDX > 3
                     MOVE SPACES TO WRK-STEP-CNT-LABEL
                                    (WRK-STEP-NO, WRK-CNT-IDX)
                     MOVE ZEROS TO WRK-STEP-CNT-VALUE
                                   (WRK-STEP-NO, WRK-CNT-IDX)
                 END-PERFORM
              ELSE
                 MOVE RG-RUNLOG-END-TIME
                   TO WRK-STEP-END (WRK-STEP-NO)
                 MOVE RG-RUNLOG-RC TO WRK-STEP-RC (WRK-STEP-NO)
                 PERFORM VARYING WRK-CNT-IDX FROM 1 BY 1
                           UNTIL WRK-CNT-IDX > 3
                     MOVE RG-RUNLOG-CNT-LABEL (WRK-CNT-IDX)
                       TO WRK-STEP-CNT-LABEL (WRK-STEP-NO, WRK-CNT-IDX)
                     MOVE RG-RUNLOG-CNT-VALUE (WRK-CNT-IDX)
                       TO WRK-STEP-CNT-VALUE (WRK-STEP-NO, WRK-CNT-IDX)
                 END-PERFORM
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *    A ROLLBACK TO A GENERATION TAKEN ON OR BEFORE THE DATE PUT
      *    THE FILES BACK AS THEY WERE BEFORE THE DATE'S CHAIN RAN, SO
      *    EVERY STEP IS BACK TO NOT RUN. THE RUNS ALREADY COUNTED ARE
      *    KEPT. THE ENTRY'S FIRST COUNT IS THE GENERATION RESTORED.
       0230-APPLY-ROLLBACK.
           ADD 1 TO WRK-ROLLBACK-CNT.
           MOVE RG-RUNLOG-CNT-VALUE (1) TO WRK-ROLL-GEN.
           MOVE RG-RUNLOG-BUS-DATE TO WRK-ROLL-BUS-DATE.
           MOVE RG-RUNLOG-SYS-DATE TO WRK-ROLL-SYS-DATE.
           MOVE RG-RUNLOG-END-TIME TO WRK-ROLL-TIME.
           PERFORM VARYING WRK-STEP-NO FROM 1 BY 1
                     UNTIL WRK-STEP-NO > WRK-MAX-STEPS
               MOVE SPACES TO WRK-STEP-EVENT (WRK-STEP-NO)
               MOVE ZEROS TO WRK-STEP-START (WRK-STEP-NO)
               MOVE ZEROS TO WRK-STEP-END (WRK-STEP-NO)
               MOVE ZEROS TO WRK-STEP-RC (WRK-STEP-NO)
               PERFORM VARYING WRK-CNT-IDX FROM 1 BY 1
                         UNTIL WRK-CNT-IDX > 3
                   MOVE SPACES TO WRK-STEP-CNT-LABEL
                                  (WRK-STEP-NO, WRK-CNT-IDX)
                   MOVE ZEROS TO WRK-STEP-CNT-VALUE
                                 (WRK-STEP-NO, WRK-CNT-IDX)
               END-PERFORM
           END-PERFORM.
      *----------------------------------------------------------------*
       0300-END                        SECTION.
           IF FS-RUN-LOG-STATUS NOT EQUAL 35
              CLOSE RUN-LOG
           END-IF.
           PERFORM 0310-PRINT-STATUS.
           CLOSE BATCH-RPT.
           PERFORM 0350-DISPLAY-SUMMARY.
      *----------------------------------------------------------------*
       0390-END-HELPERS                SECTION.
       0310-PRINT-STATUS.
           MOVE WRK-RUN-DATE TO WRK-TITLE-DATE.
           WRITE RG-BATCH-RPT FROM WRK-LINE-RULER.
           WRITE RG-BATCH-RPT FROM WRK-LINE-TITLE AFTER ADVANCING 1.
           WRITE RG-BATCH-RPT FROM WRK-LINE-RULER AFTER ADVANCING 1.
           WRITE RG-BATCH-RPT FROM WRK-LINE-HDR AFTER ADVANCING 1.
           WRITE RG-BATCH-RPT FROM WRK-LINE-DASH AFTER ADVANCING 1.
           PERFORM VARYING WRK-STEP-NO FROM 1 BY 1
                     UNTIL WRK-STEP-NO > WRK-MAX-STEPS
               PERFORM 0320-PRINT-STEP
           END-PERFORM.
           WRITE RG-BATCH-RPT FROM WRK-LINE-DASH AFTER ADVANCING 1.
           MOVE "STEPS COMPLETED            :" TO WRK-SUM-TEXT.
           MOVE WRK-COMPLETED-CNT TO WRK-SUM-VALUE.
           WRITE RG-BATCH-RPT FROM WRK-LINE-SUM AFTER ADVANCING 1.
           MOVE "STEPS FAILED               :" TO WRK-SUM-TEXT.
           MOVE WRK-FAILED-CNT TO WRK-SUM-VALUE.
           WRITE RG-BATCH-RPT FROM WRK-LINE-SUM AFTER ADVANCING 1.
           MOVE "STEPS STARTED, NO END      :" TO WRK-SUM-TEXT.
           MOVE WRK-NO-END-CNT TO WRK-SUM-VALUE.
           WRITE RG-BATCH-RPT FROM WRK-LINE-SUM AFTER ADVANCING 1.
           MOVE "STEPS OUTSTANDING          :" TO WRK-SUM-TEXT.
           MOVE WRK-OUTSTANDING-CNT TO WRK-SUM-VALUE.
           WRITE RG-BATCH-RPT FROM WRK-LINE-SUM AFTER ADVANCING 1.
           MOVE "ROLLBACKS OVER THE DATE    :" TO WRK-SUM-TEXT.
           MOVE WRK-ROLLBACK-CNT TO WRK-SUM-VALUE.
           WRITE RG-BATCH-RPT FROM WRK-LINE-SUM AFTER ADVANCING 1.
           IF WRK-ROLLBACK-CNT GREATER THAN ZEROS
              MOVE WRK-ROLL-GEN TO WRK-ROLL-DET-GEN
              MOVE WRK-ROLL-BUS-DATE TO WRK-ROLL-DET-BUS
              MOVE WRK-ROLL-SYS-DATE TO WRK-ROLL-DET-SYS
              MOVE WRK-ROLL-TIME TO WRK-TIME-WORK
              PERFORM 0330-EDIT-TIME
              MOVE WRK-TIME-EDIT TO WRK-ROLL-DET-TIME
              WRITE RG-BATCH-RPT FROM WRK-LINE-ROLL AFTER ADVANCING 1
           END-IF.
           WRITE RG-BATCH-RPT FROM WRK-LINE-RULER AFTER ADVANCING 1.
      *----------------------------------------------------------------*
      *    ONE LINE PER STEP, AND FOR A STEP THAT HAS ENDED A SECOND
      *    LINE WITH THE KEY COUNTS IT LOGGED.
       0320-PRINT-STEP.
           SET WRK-STEP-IDX TO WRK-STEP-NO.
           MOVE WRK-STEP-NO TO WRK-DET-STEP.
           MOVE WRK-STEP-PROGRAM (WRK-STEP-IDX) TO WRK-DET-PROGRAM.
           MOVE WRK-STEP-PRED (WRK-STEP-IDX) TO WRK-DET-PRED.
           MOVE WRK-STEP-RUNS (WRK-STEP-NO) TO WRK-DET-RUNS.
           MOVE SPACES TO WRK-DET-START.
           MOVE SPACES TO WRK-DET-END.
           MOVE SPACES TO WRK-DET-RC.
           EVALUATE WRK-STEP-EVENT (WRK-STEP-NO)
               WHEN "E"
                   MOVE WRK-STEP-START (WRK-STEP-NO) TO WRK-TIME-WORK
                   PERFORM 0330-EDIT-TIME
                   MOVE WRK-TIME-EDIT TO WRK-DET-START
                   MOVE WRK-STEP-END (WRK-STEP-NO) TO WRK-TIME-WORK
                   PERFORM 0330-EDIT-TIME
                   MOVE WRK-TIME-EDIT TO WRK-DET-END
                   MOVE WRK-STEP-RC (WRK-STEP-NO) TO WRK-DET-RC-N
                   IF WRK-STEP-RC (WRK-STEP-NO) EQUAL ZEROS
                      MOVE "COMPLETED" TO WRK-DET-STATUS
                      ADD 1 TO WRK-COMPLETED-CNT
                   ELSE
                      MOVE "FAILED" TO WRK-DET-STATUS
                      ADD 1 TO WRK-FAILED-CNT
                   END-IF
               WHEN "S"
                   MOVE WRK-STEP-START (WRK-STEP-NO) TO WRK-TIME-WORK
                   PERFORM 0330-EDIT-TIME
                   MOVE WRK-TIME-EDIT TO WRK-DET-START
                   MOVE "STARTED, NO END" TO WRK-DET-STATUS
                   ADD 1 TO WRK-NO-END-CNT
               WHEN OTHER
                   PERFORM 0340-CHECK-PREDECESSOR
                   IF PRED-DONE
                      MOVE "READY TO RUN" TO WRK-DET-STATUS
                   ELSE
                      MOVE "WAITING" TO WRK-DET-STATUS
                   END-IF
                   ADD 1 TO WRK-OUTSTANDING-CNT
           END-EVALUATE.
           WRITE RG-BATCH-RPT FROM WRK-LINE-DET AFTER ADVANCING 1.
           IF WRK-STEP-EVENT (WRK-STEP-NO) EQUAL "E"
              PERFORM VARYING WRK-CNT-IDX FROM 1 BY 1
                        UNTIL WRK-CNT-IDX > 3
                  MOVE WRK-STEP-CNT-LABEL (WRK-STEP-NO, WRK-CNT-IDX)
                    TO WRK-CNT-LABEL (WRK-CNT-IDX)
                  MOVE WRK-STEP-CNT-VALUE (WRK-STEP-NO, WRK-CNT-IDX)
                    TO WRK-CNT-VALUE (WRK-CNT-IDX)
              END-PERFORM
              WRITE RG-BATCH-RPT FROM WRK-LINE-CNT AFTER ADVANCING 1
           END-IF.
      *----------------------------------------------------------------*
       0330-EDIT-TIME.
           MOVE WRK-TIME-HH TO WRK-EDIT-HH.
           MOVE WRK-TIME-MM TO WRK-EDIT-MM.
           MOVE WRK-TIME-SS TO WRK-EDIT-SS.
      *----------------------------------------------------------------*
      *    A STEP NOT YET RUN IS READY WHEN IT HEADS THE CHAIN OR ITS
      *    PREDECESSOR'S LATEST ENTRY IS AN END WITH RETURN CODE ZERO.
       0340-CHECK-PREDECESSOR.
           MOVE "N" TO WRK-PRED-DONE.
           IF WRK-STEP-PRED (WRK-STEP-IDX) EQUAL SPACES
              MOVE "Y" TO WRK-PRED-DONE
           ELSE
              PERFORM VARYING WRK-PRED-NO FROM 1 BY 1
                        UNTIL WRK-PRED-NO > WRK-MAX-STEPS
                  IF WRK-STEP-PROGRAM (WRK-PRED-NO)
                     EQUAL WRK-STEP-PRED (WRK-STEP-IDX)
                     AND WRK-STEP-EVENT (WRK-PRED-NO) EQUAL "E"
                     AND WRK-STEP-RC (WRK-PRED-NO) EQUAL ZEROS
                     MOVE "Y" TO WRK-PRED-DONE
                  END-IF
              END-PERFORM
           END-IF.
      *----------------------------------------------------------------*
      *    A FAILED OR UNFINISHED STEP HOLDS THE REST OF THE CHAIN
      *    (RETURN-CODE 8); STEPS STILL TO RUN ARE A WARNING (4).
       0350-DISPLAY-SUMMARY.
           DISPLAY "=================================================".
           DISPLAY "          DAILY BATCH STATUS - " WRK-RUN-DATE.
           DISPLAY "=================================================".
           DISPLAY "RUN-LOG ENTRIES READ     : " WRK-LOG-READ-CNT.
           DISPLAY "ENTRIES FOR THE DATE     : " WRK-LOG-DAY-CNT.
           DISPLAY "ENTRIES OUTSIDE CHAIN    : " WRK-OTHER-CNT.
           DISPLAY "STEPS COMPLETED          : " WRK-COMPLETED-CNT.
           DISPLAY "STEPS FAILED             : " WRK-FAILED-CNT.
           DISPLAY "STEPS STARTED, NO END    : " WRK-NO-END-CNT.
           DISPLAY "STEPS OUTSTANDING        : " WRK-OUTSTANDING-CNT.
           DISPLAY "ROLLBACKS OVER THE DATE  : " WRK-ROLLBACK-CNT.
           IF WRK-FAILED-CNT GREATER THAN ZEROS
              OR WRK-NO-END-CNT GREATER THAN ZEROS
              DISPLAY "*** THE CHAIN IS STOPPED - SEE BATCH-RPT. ***"
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WRK-OUTSTANDING-CNT GREATER THAN ZEROS
                 DISPLAY "STEPS STILL OUTSTANDING FOR THE DATE."
                 MOVE 4 TO RETURN-CODE
              ELSE
                 DISPLAY "ALL STEPS COMPLETED FOR THE DATE."
              END-IF
           END-IF.
           DISPLAY "=================================================".

      *----------------------------------------------------------------*
      *================================================================*
