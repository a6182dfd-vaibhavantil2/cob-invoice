      *    DEBITS AND CREDITS. THE DAY'S NET FIGURE IS THE SAME        *
      *    HEADER TOTAL THE DAILY RECONCILIATION PROVES AS "ACTUAL     *
      *    BILLED VALUE", SO A BALANCED RECON DAY LOADS CLEAN.         *
      *    EARLY-PAYMENT DISCOUNTS ALLOWED BY THE DAY'S CASH           *
      *    APPLICATION (DISCTAKN.DAT) POST SEPARATELY: DEBIT DISCOUNTS *
      *    ALLOWED, CREDIT RECEIVABLES, WITH THE CLIENT'S SHARE IN ITS *
      *    RECEIVABLES DETAIL.                                         *
      *                                                                *
      *    JOB ORDER   : RUN AFTER THE BILLING RUN AND THE DAILY       *
      *    RECONCILIATION FOR THE SAME DATE, AND AFTER THE DAY'S CASH  *
      *    APPLICATION SO ITS DISCOUNTS ARE ON FILE.                   *
      *    THE RUN LOG ENFORCES THE ORDER: CASH-APPLY MUST HAVE ENDED  *
      *    WITH RETURN CODE ZERO FOR THE SAME BUSINESS DATE, AND A     *
      *    STEP THAT HAS ALREADY ENDED CLEAN FOR THE DATE WILL NOT RUN *
      *    AGAIN (SEE BATCH-STATUS).                                   *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
      *    DDNAME                 I/O                 COPY/BOOK        *
      *    INVOICE                 I                      -            *
      *    DISC-TAKEN              I                      -            *
      *    GL-INT                  O                      -            *
      *    BUS-DATE                I                      -            *
      *    RUN-LOG                 I-O                    -            *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
           SELECT INVOICE ASSIGN TO "INVOICE_DD"
                              FILE STATUS IS FS-INVOICE-STATUS.

      *=================================================================
      *                    SELECT DISCTAKN.DAT
      *=================================================================
           SELECT DISC-TAKEN ASSIGN TO "DISCTAKN_DD"
                              FILE STATUS IS FS-DISC-TAKEN-STATUS.

      *=================================================================
      *                    SELECT GLINT.DAT
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
           05 RG-INVOICE-GROSS     PIC S9(08)V99.
           05 RG-INVOICE-QTY       PIC 9(05).

      **================== FD DISC-TAKEN BEGINNING ====================*
      *    SAME LAYOUT CASH-APPLY WRITES: ONE RECORD PER DISCOUNT
      *    ALLOWED, STAMPED WITH THE BUSINESS DATE OF THAT RUN. A SHOP
      *    WITH NO DISCTAKN.DAT YET SIMPLY HAS NO DISCOUNTS TO POST.
       FD  DISC-TAKEN.
       01  RG-DISC.
           05 RG-DISC-POST-DATE    PIC 9(08).
           05 RG-DISC-PAY-DATE     PIC 9(08).
           05 RG-DISC-ID-CLI       PIC 9(05).
           05 RG-DISC-INV-ID       PIC 9(07).
           05 RG-DISC-PAYMENT      PIC 9(08)V99.
           05 RG-DISC-AMOUNT       PIC 9(08)V99.

      **================== FD GL-INT BEGINNING ========================*
      *    ONE LAYOUT, THREE SHAPES TOLD APART BY RG-GL-TYPE:
      *      "S" - SUMMARIZED DAY POSTING FOR ONE ACCOUNT.
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
      *----------------------------------------------------------------*
       77  FS-INVOICE-STATUS       PIC 9(02) VALUE ZEROS.
       77  FS-GL-INT-STATUS        PIC 9(02) VALUE ZEROS.
       77  FS-DISC-TAKEN-STATUS    PIC 9(02) VALUE ZEROS.
       77  FS-BUS-DATE-STATUS      PIC 9(02) VALUE ZEROS.
       77  FS-RUN-LOG-STATUS       PIC 9(02) VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ ERROR MESSAGES BEGINNING ============".
           VALUE "INVOICE FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-GL-INT   PIC X(30)
           VALUE "GL-INT FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-RUN-LOG  PIC X(30)
           VALUE "RUN-LOG FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-DISC-TAKEN PIC X(30)
           VALUE "DISC-TAKEN FILE NOT OPENED!".
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ ACCOUNT NUMBERS BEGINNING ===========".
       77  WRK-ACCT-RECEIVABLE  PIC X(08) VALUE "11200001".
       77  WRK-ACCT-SALES       PIC X(08) VALUE "41100001".
       77  WRK-ACCT-TAX-PAY     PIC X(08) VALUE "21300001".
       77  WRK-ACCT-DISC-ALLOW  PIC X(08) VALUE "41300001".
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ WORK FIELDS BEGINNING ===============".
           88 CLIENT-FOUND             VALUE "Y".
       77  WRK-REC-TAX          PIC S9(08)V99 VALUE ZEROS.
       77  WRK-REC-GROSS        PIC S9(08)V99 VALUE ZEROS.
       77  WRK-EOF-DISC-TAKEN   PIC X(01) VALUE "N".
           88 END-OF-DISC-TAKEN        VALUE "Y".
      *    THE CLIENT WHOSE DETAIL ENTRY 0250 FINDS OR OPENS.
       77  WRK-FIND-ID-CLI      PIC 9(05) VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ DAY TOTALS BEGINNING ================".
       77  WRK-CR-GROSS            PIC S9(12)V99 VALUE ZEROS.
       77  WRK-HDR-CNT             PIC 9(07) VALUE ZEROS.
       77  WRK-CREDIT-CNT          PIC 9(07) VALUE ZEROS.
      *    DISCOUNTS ALLOWED BY THE DAY'S CASH APPLICATION.
       77  WRK-DISC-VALUE          PIC S9(12)V99 VALUE ZEROS.
       77  WRK-DISC-CNT            PIC 9(07) VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ CLIENT DETAIL BEGINNING =============".
       77  WRK-GL-WRITE-CNT        PIC 9(07) VALUE ZEROS.
       77  WRK-HASH-TOTAL          PIC 9(13)V9999 VALUE ZEROS.
       77  WRK-EDIT-VALUE          PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ RUN LOG BEGINNING ===================".
      *----------------------------------------------------------------*
      *    THIS STEP'S NAME ON THE RUN LOG, AND THE STEP THAT MUST
      *    HAVE ENDED WITH RETURN CODE ZERO FOR THE SAME BUSINESS DATE
      *    BEFORE THIS ONE MAY START (SPACES: HEAD OF THE CHAIN).
       77  WRK-LOG-PROGRAM      PIC X(15) VALUE "GL-EXTRACT".
       77  WRK-LOG-PREDECESSOR  PIC X(15) VALUE "CASH-APPLY".
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
      *----------------------------------------------------------------*
           PERFORM 0100-INIT.
           PERFORM 0200-ACCUMULATE-DAY.
           PERFORM 0260-ACCUMULATE-DISCOUNTS.
           PERFORM 0300-WRITE-EXTRACT.
           PERFORM 0400-END.
           PERFORM 0900-LOG-END.
           STOP RUN.
      *----------------------------------------------------------------*
       0100-INIT                       SECTION.
           ELSE
              MOVE WRK-DATE-ANSWER TO WRK-RUN-DATE
           END-IF.
      *    THE RUN LOG IS CHECKED AS SOON AS THE DATE IS KNOWN AND
      *    BEFORE ANY FILE IS OPENED, SO A REFUSED STEP TOUCHES NOTHING.
           MOVE WRK-RUN-DATE TO WRK-LOG-BUS-DATE.
           PERFORM 0180-CHECK-RUN-LOG.
           OPEN INPUT INVOICE.
                IF FS-INVOICE-STATUS NOT EQUAL 00
                   DISPLAY WRK-OPEN-ERR-INVOICE
                 ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD
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
       0200-ACCUMULATE-DAY             SECTION.
           PERFORM 0210-READ-INVOICE.
           END-IF.
      *----------------------------------------------------------------*
       0230-ADD-CLIENT-CREDIT.
           MOVE RG-INVOICE-ID-CLI TO WRK-FIND-ID-CLI.
           PERFORM 0250-FIND-CLIENT-ENTRY.
           IF CLIENT-FOUND
              SUBTRACT WRK-REC-GROSS
           END-IF.
      *----------------------------------------------------------------*
       0240-ADD-CLIENT-DEBIT.
           MOVE RG-INVOICE-ID-CLI TO WRK-FIND-ID-CLI.
           PERFORM 0250-FIND-CLIENT-ENTRY.
           IF CLIENT-FOUND
              ADD WRK-REC-GROSS TO WRK-CLI-DEBIT (WRK-CLI-IDX)
                     UNTIL WRK-CLI-IDX2 > WRK-CLI-COUNT
                        OR CLIENT-FOUND
               SET WRK-CLI-IDX TO WRK-CLI-IDX2
               IF WRK-CLI-ID (WRK-CLI-IDX) EQUAL WRK-FIND-ID-CLI
                  MOVE "Y" TO WRK-CLIENT-FOUND
               END-IF
           END-PERFORM.
              AND WRK-CLI-COUNT LESS THAN 500
              ADD 1 TO WRK-CLI-COUNT
              SET WRK-CLI-IDX TO WRK-CLI-COUNT
              MOVE WRK-FIND-ID-CLI TO WRK-CLI-ID (WRK-CLI-IDX)
              MOVE ZEROS TO WRK-CLI-DEBIT (WRK-CLI-IDX)
              MOVE ZEROS TO WRK-CLI-CREDIT (WRK-CLI-IDX)
              MOVE "Y" TO WRK-CLIENT-FOUND
           END-IF.
      *----------------------------------------------------------------*
      *    DISCOUNTS ALLOWED ON THE RUN DATE REDUCE RECEIVABLES: THEY
      *    ADD TO THE CREDIT SIDE OF THE CLIENT'S DETAIL AND TO THE
      *    DAY'S DISCOUNT POSTING. DISCTAKN.DAT IS OPTIONAL.
       0260-ACCUMULATE-DISCOUNTS       SECTION.
           OPEN INPUT DISC-TAKEN.
           IF FS-DISC-TAKEN-STATUS NOT EQUAL 35
              IF FS-DISC-TAKEN-STATUS NOT EQUAL 00
                 DISPLAY WRK-OPEN-ERR-DISC-TAKEN
                 DISPLAY "STATUS: " FS-DISC-TAKEN-STATUS
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              PERFORM 0270-READ-DISC-TAKEN
              PERFORM UNTIL END-OF-DISC-TAKEN
                  IF RG-DISC-POST-DATE EQUAL WRK-RUN-DATE
                     PERFORM 0280-ADD-CLIENT-DISCOUNT
                  END-IF
                  PERFORM 0270-READ-DISC-TAKEN
              END-PERFORM
              CLOSE DISC-TAKEN
           END-IF.
      *----------------------------------------------------------------*
       0295-DISCOUNT-HELPERS           SECTION.
       0270-READ-DISC-TAKEN.
           READ DISC-TAKEN
               AT END
                   MOVE "Y" TO WRK-EOF-DISC-TAKEN
           END-READ.
      *----------------------------------------------------------------*
       0280-ADD-CLIENT-DISCOUNT.
           ADD 1 TO WRK-DISC-CNT.
           ADD RG-DISC-AMOUNT TO WRK-DISC-VALUE.
           MOVE RG-DISC-ID-CLI TO WRK-FIND-ID-CLI.
           PERFORM 0250-FIND-CLIENT-ENTRY.
           IF CLIENT-FOUND
              ADD RG-DISC-AMOUNT TO WRK-CLI-CREDIT (WRK-CLI-IDX)
           ELSE
              ADD RG-DISC-AMOUNT TO WRK-OVERFLOW-CREDIT
           END-IF.
      *----------------------------------------------------------------*
      *    POSTING ORDER: DAY SUMMARY, CREDIT REVERSAL SUMMARY (ONLY
      *    WHEN CREDITS EXIST), DISCOUNT SUMMARY (ONLY WHEN DISCOUNTS
      *    WERE ALLOWED), PER-CLIENT RECEIVABLES DETAIL, AND THE
      *    TRAILER LAST. DEBITS EQUAL CREDITS BY CONSTRUCTION: GROSS
      *    IS NET PLUS TAX ON EVERY HEADER, AND A DISCOUNT POSTS THE
      *    SAME VALUE TO BOTH SIDES.
       0300-WRITE-EXTRACT              SECTION.
           PERFORM 0310-WRITE-DAY-SUMMARY.
           IF WRK-CREDIT-CNT GREATER THAN ZEROS
              PERFORM 0320-WRITE-CREDIT-REVERSAL
           END-IF.
           IF WRK-DISC-CNT GREATER THAN ZEROS
              PERFORM 0325-WRITE-DISCOUNT-SUMMARY
           END-IF.
           PERFORM 0330-WRITE-CLIENT-DETAIL.
           PERFORM 0340-WRITE-TRAILER.
      *----------------------------------------------------------------*
           MOVE WRK-CR-TAX TO RG-GL-DEBIT.
           MOVE ZEROS TO RG-GL-CREDIT.
           PERFORM 0350-WRITE-SUMMARY-RECORD.
      *----------------------------------------------------------------*
       0325-WRITE-DISCOUNT-SUMMARY.
           MOVE WRK-ACCT-DISC-ALLOW TO RG-GL-ACCOUNT.
           MOVE WRK-DISC-VALUE TO RG-GL-DEBIT.
           MOVE ZEROS TO RG-GL-CREDIT.
           PERFORM 0350-WRITE-SUMMARY-RECORD.
           MOVE WRK-ACCT-RECEIVABLE TO RG-GL-ACCOUNT.
           MOVE ZEROS TO RG-GL-DEBIT.
           MOVE WRK-DISC-VALUE TO RG-GL-CREDIT.
           PERFORM 0350-WRITE-SUMMARY-RECORD.
      *----------------------------------------------------------------*
       0330-WRITE-CLIENT-DETAIL.
           PERFORM VARYING WRK-CLI-IDX2 FROM 1 BY 1
           DISPLAY "RECEIVABLES DEBIT        : " WRK-EDIT-VALUE.
           MOVE WRK-CR-GROSS TO WRK-EDIT-VALUE.
           DISPLAY "CREDIT REVERSAL GROSS    : " WRK-EDIT-VALUE.
           DISPLAY "DISCOUNTS ALLOWED (DAY)  : " WRK-DISC-CNT.
           MOVE WRK-DISC-VALUE TO WRK-EDIT-VALUE.
           DISPLAY "DISCOUNT VALUE           : " WRK-EDIT-VALUE.
           DISPLAY "-------------------------------------------------".
           DISPLAY "GL RECORDS WRITTEN       : " WRK-GL-WRITE-CNT.
           DISPLAY "HASH TOTAL               : " WRK-HASH-TOTAL.
              DISPLAY "EXTRACT BALANCED - DEBITS EQUAL CREDITS."
           END-IF.
           DISPLAY "=================================================".
      *----------------------------------------------------------------*
       0900-LOG-END                    SECTION.
      *    THE END ENTRY CARRIES THE RETURN CODE THE STEP IS LEAVING
      *    WITH, SO ONLY A CLEAN FINISH RELEASES THE NEXT STEP.
           MOVE "HEADERS" TO WRK-LOG-CNT-LABEL (1).
           MOVE WRK-HDR-CNT TO WRK-LOG-CNT-VALUE (1).
           MOVE "CREDITS" TO WRK-LOG-CNT-LABEL (2).
           MOVE WRK-CREDIT-CNT TO WRK-LOG-CNT-VALUE (2).
           MOVE "GL RECORDS" TO WRK-LOG-CNT-LABEL (3).
           MOVE WRK-GL-WRITE-CNT TO WRK-LOG-CNT-VALUE (3).
           MOVE "E" TO WRK-LOG-EVENT.
           PERFORM 0186-WRITE-RUN-LOG.

      *----------------------------------------------------------------*
      *================================================================*
