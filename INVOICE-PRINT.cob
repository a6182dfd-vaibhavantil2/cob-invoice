      *    PURPOSE     : DAILY CUSTOMER INVOICE DOCUMENTS. READS THE   *
      *    DAY'S HEADERS AND DETAILS FROM NF.DAT AND WRITES ONE        *
      *    FORMATTED PAGE PER INVOICE READY FOR MAILING: LETTERHEAD    *
      *    BLOCK, INVOICE ID AND DATE, DUE DATE, CLIENT NAME, ONE LINE *
      *    PER DETAIL WITH THE PRODUCT DESCRIPTION LOOKED UP FROM      *
      *    PRODUCTS.DAT (THE DETAIL RECORD ONLY CARRIES THE CODE),     *
      *    QUANTITY AND LINE VALUE, AND THE NET / TAX / GROSS TOTALS.  *
      *    A CREDIT NOTE PRINTS AS A REVERSAL DOCUMENT REFERENCING THE *
      *    ORIGINAL RG-INVOICE-REF-ID. CLIENTS WHOSE DELIVERY METHOD   *
      *    ON CLIENTES.DAT IS ELECTRONIC ONLY ARE NOT PRINTED -- THEIR *
      *    DOCUMENTS GO OUT ON INVOICE-EXPORT -- AND ARE COUNTED AS    *
      *    SKIPPED; PAPER, BOTH, A BLANK METHOD OR A CLIENT NO LONGER  *
      *    ON FILE ALL PRINT.                                          *
      *                                                                *
      *    JOB ORDER   : RUN AFTER THE BILLING RUN (AND ANY CREDIT     *
      *    SESSION) FOR THE DAY BEING PRINTED.                         *
      *    THE RUN LOG ENFORCES THE ORDER: HOLD-RELEASE MUST HAVE      *
      *    ENDED WITH RETURN CODE ZERO FOR THE SAME BUSINESS DATE, AND *
      *    A STEP THAT HAS ALREADY ENDED CLEAN FOR THE DATE WILL NOT   *
      *    RUN AGAIN (SEE BATCH-STATUS).                               *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
      *    DDNAME                 I/O                 COPY/BOOK        *
      *    INVOICE                 I                      -            *
      *    PRODUCTS                I                      -            *
      *    CLIENTS                 I                      -            *
      *    INV-PRN                 O                      -            *
      *    BUS-DATE                I                      -            *
      *    RUN-LOG                 I-O                    -            *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
                              RECORD KEY IS RG-PRODUCTS-CODE
                              FILE STATUS IS FS-PRODUCTS-STATUS.

      *=================================================================
      *                    SELECT CLIENTES.DAT
      *=================================================================
           SELECT CLIENTS ASSIGN TO "CLIENTS_DD"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS RANDOM
                              RECORD KEY IS RG-CLIENTS-ID
                              FILE STATUS IS FS-CLIENTS-STATUS.

      *=================================================================
      *                    SELECT INVOICE PRINT FILE
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
           05 RG-INVOICE-PROD      PIC X(15).
           05 RG-INVOICE-HDR REDEFINES RG-INVOICE-PROD.
              10 RG-INVOICE-LINE-CNT PIC 9(03).
              10 RG-INVOICE-DUE-DATE PIC 9(08).
              10 RG-INVOICE-TERMS    PIC X(04).
           05 RG-INVOICE-TYPE      PIC X(01).
           05 RG-INVOICE-REF-ID    PIC 9(07).
           05 RG-INVOICE-PRICE     PIC S9(08)V99.
           05 RG-PRODUCTS-LIST-PRICE PIC 9(08)V99.
           05 RG-PRODUCTS-TAX-CLASS  PIC X(02).

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

      **================== FD INV-PRN BEGINNING =======================*
       FD  INV-PRN.
       01  RG-INV-PRN              PIC X(80).
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
       77  FS-PRODUCTS-STATUS      PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTS-STATUS       PIC 9(02) VALUE ZEROS.
       77  FS-INV-PRN-STATUS       PIC 9(02) VALUE ZEROS.
       77  FS-BUS-DATE-STATUS      PIC 9(02) VALUE ZEROS.
       77  FS-RUN-LOG-STATUS       PIC 9(02) VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ ERROR MESSAGES BEGINNING ============".
           VALUE "INVOICE FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-PRODUCTS PIC X(30)
           VALUE "PRODUCTS FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-CLIENTS  PIC X(30)
           VALUE "CLIENTS FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-INV-PRN  PIC X(30)
           VALUE "INV-PRN FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-RUN-LOG  PIC X(30)
           VALUE "RUN-LOG FILE WAS NOT OPENED!".
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ WORK FIELDS BEGINNING ===============".
       77  WRK-SAVE-NET         PIC S9(08)V99 VALUE ZEROS.
       77  WRK-SAVE-TAX         PIC S9(08)V99 VALUE ZEROS.
       77  WRK-SAVE-GROSS       PIC S9(08)V99 VALUE ZEROS.
      *    AN INVOICE PRINTS ITS DUE DATE UNDER THE DOCUMENT LINE, ON
      *    THE FIRST PAGE AND ON EVERY CONTINUATION PAGE; A CREDIT
      *    NOTE HAS NOTHING TO PAY AND PRINTS NONE.
       77  WRK-DUE-LINE         PIC X(01) VALUE "N".
           88 DUE-LINE-ON              VALUE "Y".
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ CONTROL TOTALS BEGINNING ============".
       77  WRK-INVOICE-PRN-CNT     PIC 9(07) VALUE ZEROS.
       77  WRK-CREDIT-PRN-CNT      PIC 9(07) VALUE ZEROS.
       77  WRK-LINE-PRN-CNT        PIC 9(07) VALUE ZEROS.
       77  WRK-ELECTRONIC-SKIP-CNT PIC 9(07) VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ PRINT LINES BEGINNING ===============".
           05 FILLER               PIC X(01) VALUE "/".
           05 WRK-DOC-DAY          PIC 9(02).
           05 FILLER               PIC X(41) VALUE SPACES.
      *    A HEADER WITH NO DUE DATE (NO TERMS, OR WRITTEN BEFORE
      *    TERMS EXISTED) IS DUE ON THE INVOICE DATE.
       01  WRK-LINE-DUE.
           05 FILLER               PIC X(21) VALUE SPACES.
           05 FILLER               PIC X(08) VALUE "    DUE ".
           05 WRK-DUE-YEAR         PIC 9(04).
           05 FILLER               PIC X(01) VALUE "/".
           05 WRK-DUE-MONTH        PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 WRK-DUE-DAY          PIC 9(02).
           05 FILLER               PIC X(41) VALUE SPACES.
       01  WRK-LINE-REF.
           05 FILLER               PIC X(21)
              VALUE "REVERSAL OF INVOICE  ".
           05 FILLER               PIC X(48) VALUE SPACES.
       01  WRK-LINE-CONT           PIC X(80) VALUE
           "(CONTINUED)".
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ RUN LOG BEGINNING ===================".
      *----------------------------------------------------------------*
      *    THIS STEP'S NAME ON THE RUN LOG, AND THE STEP THAT MUST
      *    HAVE ENDED WITH RETURN CODE ZERO FOR THE SAME BUSINESS DATE
      *    BEFORE THIS ONE MAY START (SPACES: HEAD OF THE CHAIN).
       77  WRK-LOG-PROGRAM      PIC X(15) VALUE "INVOICE-PRINT".
       77  WRK-LOG-PREDECESSOR  PIC X(15) VALUE "HOLD-RELEASE".
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
           ELSE
              MOVE WRK-DATE-ANSWER TO WRK-PRINT-DATE
           END-IF.
      *    THE RUN LOG IS CHECKED AS SOON AS THE DATE IS KNOWN AND
      *    BEFORE ANY FILE IS OPENED, SO A REFUSED STEP TOUCHES NOTHING.
           MOVE WRK-PRINT-DATE TO WRK-LOG-BUS-DATE.
           PERFORM 0180-CHECK-RUN-LOG.
           OPEN INPUT INVOICE.
                IF FS-INVOICE-STATUS NOT EQUAL 00
                   DISPLAY WRK-OPEN-ERR-INVOICE
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
           OPEN OUTPUT INV-PRN.
                IF FS-INV-PRN-STATUS NOT EQUAL 00
                   DISPLAY WRK-OPEN-ERR-INV-PRN
                 ACCEPT WRK-PRINT-DATE FROM DATE YYYYMMDD
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
           PERFORM 0210-READ-INVOICE.
      *    A HEADER DATED WITH THE PRINT DATE OPENS A NEW DOCUMENT
      *    PAGE; THE TOTALS OF THE DOCUMENT STILL OPEN GO OUT FIRST.
      *    ANY OTHER HEADER CLOSES THE CURRENT DOCUMENT AND TURNS
      *    PRINTING OFF UNTIL THE NEXT IN-DATE HEADER. AN IN-DATE
      *    HEADER FOR AN ELECTRONIC-ONLY CLIENT ALSO TURNS IT OFF.
       0220-HANDLE-HEADER.
           IF PRINTING-INVOICE
              PERFORM 0250-PRINT-TOTALS
           END-IF.
           IF RG-INVOICE-DATE EQUAL WRK-PRINT-DATE
              PERFORM 0225-CHECK-DELIVERY
              IF PRINTING-INVOICE
                 PERFORM 0230-PRINT-DOCUMENT-HEAD
              ELSE
                 ADD 1 TO WRK-ELECTRONIC-SKIP-CNT
              END-IF
           ELSE
              MOVE "N" TO WRK-PRINTING
           END-IF.
      *----------------------------------------------------------------*
      *    ONLY AN "E" ON THE CLIENT STOPS THE PRINT. A CLIENT NO
      *    LONGER ON CLIENTES.DAT STILL GETS ITS PAPER, AS BEFORE THE
      *    DELIVERY METHOD EXISTED. THE LOOKUP USES THE CLIENT RECORD
      *    AREA, SO THE INVOICE HEADER STAYS CURRENT.
       0225-CHECK-DELIVERY.
           MOVE "Y" TO WRK-PRINTING.
           MOVE RG-INVOICE-ID-CLI TO RG-CLIENTS-ID.
           READ CLIENTS KEY IS RG-CLIENTS-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RG-CLIENTS-DELIVERY EQUAL "E"
                      MOVE "N" TO WRK-PRINTING
                   END-IF
           END-READ.
      *----------------------------------------------------------------*
       0230-PRINT-DOCUMENT-HEAD.
           WRITE RG-INV-PRN FROM WRK-LINE-RULER
           MOVE RG-INVOICE-DATE (5:2) TO WRK-DOC-MONTH.
           MOVE RG-INVOICE-DATE (7:2) TO WRK-DOC-DAY.
           WRITE RG-INV-PRN FROM WRK-LINE-DOC AFTER ADVANCING 1 LINE.
           IF RG-INVOICE-TYPE EQUAL "C"
              MOVE "N" TO WRK-DUE-LINE
           ELSE
              MOVE "Y" TO WRK-DUE-LINE
              IF RG-INVOICE-DUE-DATE NUMERIC
                 AND RG-INVOICE-DUE-DATE GREATER THAN ZEROS
                 MOVE RG-INVOICE-DUE-DATE (1:4) TO WRK-DUE-YEAR
                 MOVE RG-INVOICE-DUE-DATE (5:2) TO WRK-DUE-MONTH
                 MOVE RG-INVOICE-DUE-DATE (7:2) TO WRK-DUE-DAY
              ELSE
                 MOVE RG-INVOICE-DATE (1:4) TO WRK-DUE-YEAR
                 MOVE RG-INVOICE-DATE (5:2) TO WRK-DUE-MONTH
                 MOVE RG-INVOICE-DATE (7:2) TO WRK-DUE-DAY
              END-IF
              WRITE RG-INV-PRN FROM WRK-LINE-DUE
                    AFTER ADVANCING 1 LINE
           END-IF.
           IF RG-INVOICE-TYPE EQUAL "C"
              MOVE RG-INVOICE-REF-ID TO WRK-REF-ID
              WRITE RG-INV-PRN FROM WRK-LINE-REF
           WRITE RG-INV-PRN FROM WRK-LINE-LH3 AFTER ADVANCING 1 LINE.
           WRITE RG-INV-PRN FROM WRK-LINE-RULER AFTER ADVANCING 1 LINE.
           WRITE RG-INV-PRN FROM WRK-LINE-DOC AFTER ADVANCING 1 LINE.
           IF DUE-LINE-ON
              WRITE RG-INV-PRN FROM WRK-LINE-DUE
                    AFTER ADVANCING 1 LINE
           END-IF.
           WRITE RG-INV-PRN FROM WRK-LINE-CONT AFTER ADVANCING 1 LINE.
           WRITE RG-INV-PRN FROM WRK-LINE-CLI AFTER ADVANCING 1 LINE.
           WRITE RG-INV-PRN FROM WRK-LINE-DASH AFTER ADVANCING 1 LINE.
       0300-END                        SECTION.
           CLOSE INVOICE.
           CLOSE PRODUCTS.
           CLOSE CLIENTS.
           CLOSE INV-PRN.
           DISPLAY "INVOICE DOCUMENTS FOR " WRK-PRINT-DATE ":".
           DISPLAY "INVOICES PRINTED         : " WRK-INVOICE-PRN-CNT.
           DISPLAY "CREDIT NOTES PRINTED     : " WRK-CREDIT-PRN-CNT.
           DISPLAY "DETAIL LINES PRINTED     : " WRK-LINE-PRN-CNT.
           DISPLAY "ELECTRONIC ONLY, SKIPPED : "
                   WRK-ELECTRONIC-SKIP-CNT.
      *----------------------------------------------------------------*
       0900-LOG-END                    SECTION.
      *    THE END ENTRY CARRIES THE RETURN CODE THE STEP IS LEAVING
      *    WITH, SO ONLY A CLEAN FINISH RELEASES THE NEXT STEP.
           MOVE "INVOICES" TO WRK-LOG-CNT-LABEL (1).
           MOVE WRK-INVOICE-PRN-CNT TO WRK-LOG-CNT-VALUE (1).
           MOVE "CREDITS" TO WRK-LOG-CNT-LABEL (2).
           MOVE WRK-CREDIT-PRN-CNT TO WRK-LOG-CNT-VALUE (2).
           MOVE "ELECTRONIC" TO WRK-LOG-CNT-LABEL (3).
           MOVE WRK-ELECTRONIC-SKIP-CNT TO WRK-LOG-CNT-VALUE (3).
           MOVE "E" TO WRK-LOG-EVENT.
           PERFORM 0186-WRITE-RUN-LOG.

      *----------------------------------------------------------------*
      *================================================================*
