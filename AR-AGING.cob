      *    THE OPEN-ITEMS STORE AROPEN.DAT MAINTAINED BY CASH-APPLY,   *
      *    SORTS THE STILL-OPEN ITEMS BY CLIENT AND WRITES A FORMATTED *
      *    PRINT FILE: ONE PAGE PER CLIENT, ONE LINE PER OPEN INVOICE  *
      *    WITH ITS DUE DATE AND ITS BALANCE IN THE NOT DUE / 1-30 /   *
      *    31-60 / 61-90 / OVER-90 DAYS PAST DUE BUCKET, CLIENT BUCKET *
      *    TOTALS, AND A RUN SUMMARY PAGE WITH THE GRAND BUCKET        *
      *    TOTALS. CASH STILL UNAPPLIED ON THE SUSPENSE FILE           *
      *    CASHSUSP.DAT -- UNMATCHED OR LEFT ON ACCOUNT -- PRINTS AS A *
      *    CREDIT LINE ON ITS CLIENT'S PAGE AND IS NETTED OFF THE      *
      *    CLIENT'S OPEN BALANCE.                                      *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
      *    DDNAME                 I/O                 COPY/BOOK        *
      *    AR-OPEN                 I                      -            *
      *    SUSPENSE                I                      -            *
      *    SORT-WORK               -                      -            *
      *    AGE-RPT                 O                      -            *
      *----------------------------------------------------------------*
                              RECORD KEY IS RG-AROPEN-ID
                              FILE STATUS IS FS-AR-OPEN-STATUS.

      *=================================================================
      *                    SELECT CASHSUSP.DAT
      *=================================================================
           SELECT SUSPENSE ASSIGN TO "SUSPENSE_DD"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS RG-SUSP-ID
                              FILE STATUS IS FS-SUSPENSE-STATUS.

      *=================================================================
      *                    SELECT SORT WORK FILE
      *=================================================================
      *    HEADER WITH ORIGINAL AMOUNT, CASH APPLIED, OPEN BALANCE
      *    AND STATUS ("O" OPEN / "C" CLOSED).
       FD  AR-OPEN.
      *    THE DUE DATE IS SET BY CASH-APPLY FROM THE CLIENT'S PAYMENT
      *    TERMS; ITEMS TAKEN UP BEFORE TERMS EXISTED CARRY NONE AND
      *    ARE DUE ON THEIR INVOICE DATE.
       01  RG-AROPEN.
           05 RG-AROPEN-ID         PIC 9(07).
           05 RG-AROPEN-DATE       PIC 9(08).
           05 RG-AROPEN-PAID       PIC S9(10)V99.
           05 RG-AROPEN-BALANCE    PIC S9(10)V99.
           05 RG-AROPEN-STATUS     PIC X(01).
           05 RG-AROPEN-DUE-DATE   PIC 9(08).
           05 RG-AROPEN-DISC-DATE  PIC 9(08).
           05 RG-AROPEN-DISC-PCT   PIC 9(02)V99.
           05 RG-AROPEN-DISCOUNT   PIC 9(08)V99.
      *    DATE THE ITEM CLOSED: THE DATE OF THE PAYMENT OR CREDIT
      *    NOTE THAT CLEARED IT. ZERO WHILE THE ITEM IS OPEN, AND
      *    BLANK ON ITEMS CLOSED BEFORE THE DATE WAS KEPT.
           05 RG-AROPEN-CLOSE-DATE PIC 9(08).

      **================= FD SUSPENSE BEGINNING =======================*
      *    SAME LAYOUT CASH-APPLY WRITES AND CASH-MATCH WORKS DOWN.
      *    WHAT IS NOT YET APPLIED (AMOUNT LESS APPLIED) ON AN ITEM
      *    THAT IS NOT CLEARED IS CASH THE CLIENT HAS ALREADY PAID.
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

      **================== SD SORT-WORK BEGINNING =====================*
      *    COLLECTIONS WORKS CLIENT BY CLIENT, SO THE OPEN ITEMS ARE
      *    SORTED CLIENT-FIRST; THE INVOICE ID AS MINOR KEY KEEPS A
      *    CLIENT'S ITEMS IN ISSUE ORDER ON THE PAGE. THE KIND ("I"
      *    OPEN ITEM, "U" UNAPPLIED CASH) SORTS A CLIENT'S UNAPPLIED
      *    CASH BEHIND ITS OPEN ITEMS, JUST ABOVE THE CLIENT TOTALS.
       SD  SORT-WORK.
       01  RG-SORT.
           05 RG-SORT-ID-CLI       PIC 9(05).
           05 RG-SORT-KIND         PIC X(01).
           05 RG-SORT-ID           PIC 9(07).
           05 RG-SORT-DATE         PIC 9(08).
           05 RG-SORT-DUE-DATE     PIC 9(08).
           05 RG-SORT-NAME         PIC X(20).
           05 RG-SORT-BALANCE      PIC S9(10)V99.

           "============ FILE-STATUS BEGINNING ============".
      *----------------------------------------------------------------*
       77  FS-AR-OPEN-STATUS       PIC 9(02) VALUE ZEROS.
       77  FS-SUSPENSE-STATUS      PIC 9(02) VALUE ZEROS.
       77  FS-AGE-RPT-STATUS       PIC 9(02) VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
      *----------------------------------------------------------------*
       77  WRK-OPEN-ERR-AR-OPEN  PIC X(30)
           VALUE "AR-OPEN FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-SUSPENSE PIC X(30)
           VALUE "SUSPENSE FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-AGE-RPT  PIC X(30)
           VALUE "AGE-RPT FILE WAS NOT OPENED!".
      *----------------------------------------------------------------*
           88 END-OF-AR-OPEN           VALUE "Y".
       77  WRK-EOF-SORT         PIC X(01) VALUE "N".
           88 END-OF-SORT              VALUE "Y".
       77  WRK-EOF-SUSPENSE     PIC X(01) VALUE "N".
           88 END-OF-SUSPENSE          VALUE "Y".
      *    NO SUSPENSE FILE SIMPLY MEANS NO PAYMENT HAS EVER FAILED TO
      *    MATCH -- THE REPORT RUNS WITHOUT UNAPPLIED CASH LINES.
       77  WRK-SUSPENSE-ON-FILE PIC X(01) VALUE "N".
           88 SUSPENSE-ON-FILE         VALUE "Y".
       77  WRK-DATE-ANSWER      PIC X(08) VALUE SPACES.
       01  WRK-AGING-DATE          PIC 9(08) VALUE ZEROS.
       01  FILLER REDEFINES WRK-AGING-DATE.
           05 WRK-ITEM-YEAR        PIC 9(04).
           05 WRK-ITEM-MONTH       PIC 9(02).
           05 WRK-ITEM-DAY         PIC 9(02).
      *    DAYS PAST DUE ON THE COMMERCIAL 360-DAY CALENDAR (EVERY
      *    MONTH COUNTS 30 DAYS) -- THE USUAL AR AGING RULE, AND IT
      *    NEEDS NO DAYS-IN-MONTH TABLE TO BUCKET AN ITEM CORRECTLY.
      *    ZERO OR LESS MEANS THE ITEM IS NOT YET DUE.
       77  WRK-AGE-DAYS         PIC S9(05) VALUE ZEROS.
       77  WRK-PREV-ID-CLI      PIC 9(05) VALUE ZEROS.
       77  WRK-CURR-NAME        PIC X(20) VALUE SPACES.
           05 WRK-CLI-BUCKET-2     PIC S9(10)V99 VALUE ZEROS.
           05 WRK-CLI-BUCKET-3     PIC S9(10)V99 VALUE ZEROS.
           05 WRK-CLI-BUCKET-4     PIC S9(10)V99 VALUE ZEROS.
           05 WRK-CLI-BUCKET-5     PIC S9(10)V99 VALUE ZEROS.
       01  WRK-GRAND-BUCKETS.
           05 WRK-TOT-BUCKET-1     PIC S9(12)V99 VALUE ZEROS.
           05 WRK-TOT-BUCKET-2     PIC S9(12)V99 VALUE ZEROS.
           05 WRK-TOT-BUCKET-3     PIC S9(12)V99 VALUE ZEROS.
           05 WRK-TOT-BUCKET-4     PIC S9(12)V99 VALUE ZEROS.
           05 WRK-TOT-BUCKET-5     PIC S9(12)V99 VALUE ZEROS.
       77  WRK-CLIENT-TOTAL        PIC S9(10)V99 VALUE ZEROS.
       77  WRK-GRAND-TOTAL         PIC S9(12)V99 VALUE ZEROS.
      *    UNAPPLIED CASH IS CARRIED NEGATIVE, SO ADDING IT TO THE
      *    OPEN TOTAL GIVES THE NET BALANCE COLLECTIONS SHOULD CHASE.
       77  WRK-CLI-UNAPPLIED       PIC S9(10)V99 VALUE ZEROS.
       77  WRK-TOT-UNAPPLIED       PIC S9(12)V99 VALUE ZEROS.
       77  WRK-UNAPPLIED-CNT       PIC 9(07) VALUE ZEROS.
       77  WRK-CLIENT-CNT          PIC 9(05) VALUE ZEROS.
       77  WRK-ITEM-CNT            PIC 9(07) VALUE ZEROS.
      *----------------------------------------------------------------*
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-HDR1-DATE        PIC 9(08).
           05 FILLER               PIC X(24) VALUE SPACES.
      *    FIVE BUCKETS DO NOT FIT AT THE OLD COLUMN WIDTH, SO THE
      *    AMOUNTS PRINT WITHOUT THOUSANDS SEPARATORS.
       01  WRK-LINE-HDR2.
           05 FILLER               PIC X(08) VALUE "INVOICE".
           05 FILLER               PIC X(08) VALUE "DUE DATE".
           05 FILLER               PIC X(12) VALUE "     NOT DUE".
           05 FILLER               PIC X(12) VALUE "        1-30".
           05 FILLER               PIC X(12) VALUE "       31-60".
           05 FILLER               PIC X(12) VALUE "       61-90".
           05 FILLER               PIC X(12) VALUE "     OVER 90".
           05 FILLER               PIC X(04) VALUE SPACES.
       01  WRK-LINE-DET.
           05 WRK-DET-ID           PIC 9(07).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-DET-DUE-DATE     PIC 9(08).
           05 WRK-DET-BUCKET-1     PIC ZZZZZZZ9,99-.
           05 WRK-DET-BUCKET-2     PIC ZZZZZZZ9,99-.
           05 WRK-DET-BUCKET-3     PIC ZZZZZZZ9,99-.
           05 WRK-DET-BUCKET-4     PIC ZZZZZZZ9,99-.
           05 WRK-DET-BUCKET-5     PIC ZZZZZZZ9,99-.
           05 FILLER               PIC X(04) VALUE SPACES.
       01  WRK-LINE-TOT.
           05 WRK-TOT-LABEL        PIC X(16)
              VALUE "CLIENT TOTALS   ".
           05 WRK-TOT-LIN-BUCKET-1 PIC ZZZZZZZ9,99-.
           05 WRK-TOT-LIN-BUCKET-2 PIC ZZZZZZZ9,99-.
           05 WRK-TOT-LIN-BUCKET-3 PIC ZZZZZZZ9,99-.
           05 WRK-TOT-LIN-BUCKET-4 PIC ZZZZZZZ9,99-.
           05 WRK-TOT-LIN-BUCKET-5 PIC ZZZZZZZ9,99-.
           05 FILLER               PIC X(04) VALUE SPACES.
       01  WRK-LINE-TOT2.
           05 FILLER               PIC X(14) VALUE "CLIENT TOTAL: ".
           05 WRK-TOT2-VALUE       PIC Z.ZZZ.ZZZ.ZZ9,99-.
           05 FILLER               PIC X(49) VALUE SPACES.
       01  WRK-LINE-TOT3.
           05 WRK-TOT3-LABEL       PIC X(16) VALUE SPACES.
           05 WRK-TOT3-VALUE       PIC Z.ZZZ.ZZZ.ZZ9,99-.
           05 FILLER               PIC X(47) VALUE SPACES.
       01  WRK-LINE-UNAP.
           05 WRK-UNAP-ID          PIC 9(07).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-UNAP-DATE        PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(30)
              VALUE "UNAPPLIED CASH (CREDIT)       ".
           05 WRK-UNAP-VALUE       PIC ZZ.ZZZ.ZZ9,99-.
           05 FILLER               PIC X(18) VALUE SPACES.
       01  WRK-LINE-SUM1.
           05 FILLER               PIC X(29)
              VALUE "AGED OPEN ITEMS SUMMARY AS AT".
              VALUE "TOTAL OPEN VALUE   :".
           05 WRK-SUM4-TOTAL       PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           05 FILLER               PIC X(41) VALUE SPACES.
       01  WRK-LINE-SUM5.
           05 WRK-SUM5-LABEL       PIC X(20) VALUE SPACES.
           05 WRK-SUM5-TOTAL       PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           05 FILLER               PIC X(41) VALUE SPACES.
      *================================================================*
      *----------------------------------------------------------------*
      *================================================================*
           PERFORM 0100-INIT.
           SORT SORT-WORK
               ON ASCENDING KEY RG-SORT-ID-CLI
               ON ASCENDING KEY RG-SORT-KIND
               ON ASCENDING KEY RG-SORT-ID
               INPUT PROCEDURE IS 0400-SELECT-OPEN-ITEMS
               OUTPUT PROCEDURE IS 0500-PRINT-AGING.
                   MOVE 8 TO RETURN-CODE
                  GOBACK
                END-IF.
           OPEN INPUT SUSPENSE.
           IF FS-SUSPENSE-STATUS EQUAL 35
              MOVE "N" TO WRK-SUSPENSE-ON-FILE
           ELSE
              IF FS-SUSPENSE-STATUS NOT EQUAL 00
                 DISPLAY WRK-OPEN-ERR-SUSPENSE
                 DISPLAY "STATUS: " FS-SUSPENSE-STATUS
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE "Y" TO WRK-SUSPENSE-ON-FILE
           END-IF.
           OPEN OUTPUT AGE-RPT.
                IF FS-AGE-RPT-STATUS NOT EQUAL 00
                   DISPLAY WRK-OPEN-ERR-AGE-RPT
               IF RG-AROPEN-STATUS NOT EQUAL "C"
                  AND RG-AROPEN-BALANCE NOT EQUAL ZEROS
                  MOVE RG-AROPEN-ID-CLI  TO RG-SORT-ID-CLI
                  MOVE "I"               TO RG-SORT-KIND
                  MOVE RG-AROPEN-ID      TO RG-SORT-ID
                  MOVE RG-AROPEN-DATE    TO RG-SORT-DATE
                  IF RG-AROPEN-DUE-DATE NUMERIC
                     AND RG-AROPEN-DUE-DATE GREATER THAN ZEROS
                     MOVE RG-AROPEN-DUE-DATE TO RG-SORT-DUE-DATE
                  ELSE
                     MOVE RG-AROPEN-DATE TO RG-SORT-DUE-DATE
                  END-IF
                  MOVE RG-AROPEN-NAME    TO RG-SORT-NAME
                  MOVE RG-AROPEN-BALANCE TO RG-SORT-BALANCE
                  RELEASE RG-SORT
               END-IF
               PERFORM 0410-READ-AR-OPEN
           END-PERFORM.
      *    EVERY SUSPENSE ITEM NOT YET CLEARED THAT STILL HOLDS CASH
      *    IS RELEASED AGAINST ITS CLIENT WITH A NEGATIVE BALANCE.
           IF SUSPENSE-ON-FILE
              PERFORM 0420-READ-SUSPENSE
              PERFORM UNTIL END-OF-SUSPENSE
                  IF RG-SUSP-STATUS NOT EQUAL "C"
                     AND RG-SUSP-AMOUNT GREATER THAN RG-SUSP-APPLIED
                     MOVE RG-SUSP-ID-CLI TO RG-SORT-ID-CLI
                     MOVE "U"            TO RG-SORT-KIND
                     MOVE RG-SUSP-ID     TO RG-SORT-ID
                     MOVE RG-SUSP-DATE   TO RG-SORT-DATE
                     MOVE RG-SUSP-DATE   TO RG-SORT-DUE-DATE
                     MOVE SPACES         TO RG-SORT-NAME
                     COMPUTE RG-SORT-BALANCE =
                             RG-SUSP-APPLIED - RG-SUSP-AMOUNT
                     RELEASE RG-SORT
                  END-IF
                  PERFORM 0420-READ-SUSPENSE
              END-PERFORM
           END-IF.
      *----------------------------------------------------------------*
       0490-SELECT-HELPERS             SECTION.
       0410-READ-AR-OPEN.
               AT END
                   MOVE "Y" TO WRK-EOF-AR-OPEN
           END-READ.
      *----------------------------------------------------------------*
       0420-READ-SUSPENSE.
           READ SUSPENSE NEXT RECORD
               AT END
                   MOVE "Y" TO WRK-EOF-SUSPENSE
           END-READ.
      *----------------------------------------------------------------*
       0500-PRINT-AGING                SECTION.
           PERFORM 0510-RETURN-SORT.
                  OR RG-SORT-ID-CLI NOT EQUAL WRK-PREV-ID-CLI
                  PERFORM 0520-BREAK-CLIENT
               END-IF
               IF RG-SORT-KIND EQUAL "U"
                  PERFORM 0535-PRINT-UNAPPLIED
               ELSE
                  PERFORM 0530-PRINT-OPEN-ITEM
               END-IF
               PERFORM 0510-RETURN-SORT
           END-PERFORM.
           IF NOT FIRST-CLIENT
           MOVE ZEROS TO WRK-CLI-BUCKET-2.
           MOVE ZEROS TO WRK-CLI-BUCKET-3.
           MOVE ZEROS TO WRK-CLI-BUCKET-4.
           MOVE ZEROS TO WRK-CLI-BUCKET-5.
           MOVE ZEROS TO WRK-CLIENT-TOTAL.
           MOVE ZEROS TO WRK-CLI-UNAPPLIED.
           ADD 1 TO WRK-CLIENT-CNT.
           PERFORM 0525-PRINT-PAGE-HEADER.
      *----------------------------------------------------------------*
           WRITE RG-AGE-RPT FROM WRK-LINE-DASH AFTER ADVANCING 1 LINE.
           MOVE ZEROS TO WRK-LINES-ON-PAGE.
      *----------------------------------------------------------------*
      *    THE ITEM'S WHOLE BALANCE LANDS IN THE ONE BUCKET ITS DAYS
      *    PAST DUE SELECT; THE OTHER FOUR COLUMNS PRINT BLANK-AS-ZERO.
       0530-PRINT-OPEN-ITEM.
           IF WRK-LINES-ON-PAGE GREATER OR EQUAL WRK-MAX-DETAIL-LINES
              PERFORM 0525-PRINT-PAGE-HEADER
           END-IF.
           MOVE RG-SORT-DUE-DATE TO WRK-ITEM-DATE.
           COMPUTE WRK-AGE-DAYS =
                   (WRK-AGING-YEAR - WRK-ITEM-YEAR) * 360
                 + (WRK-AGING-MONTH - WRK-ITEM-MONTH) * 30
                 + (WRK-AGING-DAY - WRK-ITEM-DAY).
           MOVE RG-SORT-ID TO WRK-DET-ID.
           MOVE RG-SORT-DUE-DATE TO WRK-DET-DUE-DATE.
           MOVE ZEROS TO WRK-DET-BUCKET-1.
           MOVE ZEROS TO WRK-DET-BUCKET-2.
           MOVE ZEROS TO WRK-DET-BUCKET-3.
           MOVE ZEROS TO WRK-DET-BUCKET-4.
           MOVE ZEROS TO WRK-DET-BUCKET-5.
           EVALUATE TRUE
               WHEN WRK-AGE-DAYS NOT GREATER THAN ZEROS
                   MOVE RG-SORT-BALANCE TO WRK-DET-BUCKET-1
                   ADD RG-SORT-BALANCE TO WRK-CLI-BUCKET-1
                   ADD RG-SORT-BALANCE TO WRK-TOT-BUCKET-1
               WHEN WRK-AGE-DAYS NOT GREATER THAN 30
                   MOVE RG-SORT-BALANCE TO WRK-DET-BUCKET-2
                   ADD RG-SORT-BALANCE TO WRK-CLI-BUCKET-2
                   ADD RG-SORT-BALANCE TO WRK-TOT-BUCKET-2
               WHEN WRK-AGE-DAYS NOT GREATER THAN 60
                   MOVE RG-SORT-BALANCE TO WRK-DET-BUCKET-3
                   ADD RG-SORT-BALANCE TO WRK-CLI-BUCKET-3
                   ADD RG-SORT-BALANCE TO WRK-TOT-BUCKET-3
               WHEN WRK-AGE-DAYS NOT GREATER THAN 90
                   MOVE RG-SORT-BALANCE TO WRK-DET-BUCKET-4
                   ADD RG-SORT-BALANCE TO WRK-CLI-BUCKET-4
                   ADD RG-SORT-BALANCE TO WRK-TOT-BUCKET-4
               WHEN OTHER
                   MOVE RG-SORT-BALANCE TO WRK-DET-BUCKET-5
                   ADD RG-SORT-BALANCE TO WRK-CLI-BUCKET-5
                   ADD RG-SORT-BALANCE TO WRK-TOT-BUCKET-5
           END-EVALUATE.
           WRITE RG-AGE-RPT FROM WRK-LINE-DET AFTER ADVANCING 1 LINE.
           ADD 1 TO WRK-LINES-ON-PAGE.
           ADD 1 TO WRK-ITEM-CNT.
           ADD RG-SORT-BALANCE TO WRK-CLIENT-TOTAL.
           ADD RG-SORT-BALANCE TO WRK-GRAND-TOTAL.
      *----------------------------------------------------------------*
      *    UNAPPLIED CASH IS NOT AGED -- IT IS A CREDIT, NOT A DEBT --
      *    SO IT STAYS OUT OF THE BUCKETS AND PRINTS ON ITS OWN LINE.
       0535-PRINT-UNAPPLIED.
           IF WRK-LINES-ON-PAGE GREATER OR EQUAL WRK-MAX-DETAIL-LINES
              PERFORM 0525-PRINT-PAGE-HEADER
           END-IF.
           MOVE RG-SORT-ID TO WRK-UNAP-ID.
           MOVE RG-SORT-DATE TO WRK-UNAP-DATE.
           MOVE RG-SORT-BALANCE TO WRK-UNAP-VALUE.
           WRITE RG-AGE-RPT FROM WRK-LINE-UNAP AFTER ADVANCING 1 LINE.
           ADD 1 TO WRK-LINES-ON-PAGE.
           ADD 1 TO WRK-UNAPPLIED-CNT.
           ADD RG-SORT-BALANCE TO WRK-CLI-UNAPPLIED.
           ADD RG-SORT-BALANCE TO WRK-TOT-UNAPPLIED.
      *----------------------------------------------------------------*
       0540-PRINT-CLIENT-TOTAL.
           MOVE "CLIENT TOTALS" TO WRK-TOT-LABEL.
           MOVE WRK-CLI-BUCKET-2 TO WRK-TOT-LIN-BUCKET-2.
           MOVE WRK-CLI-BUCKET-3 TO WRK-TOT-LIN-BUCKET-3.
           MOVE WRK-CLI-BUCKET-4 TO WRK-TOT-LIN-BUCKET-4.
           MOVE WRK-CLI-BUCKET-5 TO WRK-TOT-LIN-BUCKET-5.
           MOVE WRK-CLIENT-TOTAL TO WRK-TOT2-VALUE.
           WRITE RG-AGE-RPT FROM WRK-LINE-DASH AFTER ADVANCING 1 LINE.
           WRITE RG-AGE-RPT FROM WRK-LINE-TOT AFTER ADVANCING 1 LINE.
           WRITE RG-AGE-RPT FROM WRK-LINE-TOT2 AFTER ADVANCING 1 LINE.
           IF WRK-CLI-UNAPPLIED NOT EQUAL ZEROS
              MOVE "UNAPPLIED CASH: " TO WRK-TOT3-LABEL
              MOVE WRK-CLI-UNAPPLIED TO WRK-TOT3-VALUE
              WRITE RG-AGE-RPT FROM WRK-LINE-TOT3
                  AFTER ADVANCING 1 LINE
              MOVE "NET BALANCE   : " TO WRK-TOT3-LABEL
              COMPUTE WRK-TOT3-VALUE =
                      WRK-CLIENT-TOTAL + WRK-CLI-UNAPPLIED
              WRITE RG-AGE-RPT FROM WRK-LINE-TOT3
                  AFTER ADVANCING 1 LINE
           END-IF.
      *----------------------------------------------------------------*
       0550-PRINT-SUMMARY.
           MOVE WRK-AGING-DATE TO WRK-SUM1-DATE.
           WRITE RG-AGE-RPT FROM WRK-LINE-SUM2 AFTER ADVANCING 1 LINE.
           WRITE RG-AGE-RPT FROM WRK-LINE-SUM3 AFTER ADVANCING 1 LINE.
           WRITE RG-AGE-RPT FROM WRK-LINE-SUM4 AFTER ADVANCING 1 LINE.
           MOVE "UNAPPLIED CASH     :" TO WRK-SUM5-LABEL.
           MOVE WRK-TOT-UNAPPLIED TO WRK-SUM5-TOTAL.
           WRITE RG-AGE-RPT FROM WRK-LINE-SUM5 AFTER ADVANCING 1 LINE.
           MOVE "NET OPEN VALUE     :" TO WRK-SUM5-LABEL.
           COMPUTE WRK-SUM5-TOTAL =
                   WRK-GRAND-TOTAL + WRK-TOT-UNAPPLIED.
           WRITE RG-AGE-RPT FROM WRK-LINE-SUM5 AFTER ADVANCING 1 LINE.
           MOVE "GRAND TOTALS" TO WRK-TOT-LABEL.
           MOVE WRK-TOT-BUCKET-1 TO WRK-TOT-LIN-BUCKET-1.
           MOVE WRK-TOT-BUCKET-2 TO WRK-TOT-LIN-BUCKET-2.
           MOVE WRK-TOT-BUCKET-3 TO WRK-TOT-LIN-BUCKET-3.
           MOVE WRK-TOT-BUCKET-4 TO WRK-TOT-LIN-BUCKET-4.
           MOVE WRK-TOT-BUCKET-5 TO WRK-TOT-LIN-BUCKET-5.
           WRITE RG-AGE-RPT FROM WRK-LINE-HDR2 AFTER ADVANCING 1 LINE.
           WRITE RG-AGE-RPT FROM WRK-LINE-TOT AFTER ADVANCING 1 LINE.
           WRITE RG-AGE-RPT FROM WRK-LINE-RULER AFTER ADVANCING 1 LINE.
      *----------------------------------------------------------------*
       0300-END                        SECTION.
           CLOSE AR-OPEN.
           IF SUSPENSE-ON-FILE
              CLOSE SUSPENSE
           END-IF.
           CLOSE AGE-RPT.
           DISPLAY "AGING PRINTED FOR " WRK-CLIENT-CNT
                   " CLIENT(S), " WRK-ITEM-CNT " OPEN ITEM(S).".
           DISPLAY "UNAPPLIED CASH LINES: " WRK-UNAPPLIED-CNT.

      *----------------------------------------------------------------*
      *================================================================*
