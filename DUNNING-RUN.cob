       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.DUNNING-RUN.
      *================================================================*
      *    AUTHOR      : NATAN BOANAFINA.                              *
      *    ENTERPRISE  : NOT APPLICABLE                                *
      *    PROFESSOR   : IVAN PETRUCCI                                 *
      *    DATE        : 15/10/2026                                    *
      *                                                                *
      *----------------------------------------------------------------*
      *    PURPOSE     : MONTHLY DUNNING RUN. READS THE OPEN ITEMS ON  *
      *    AROPEN.DAT (STATUS "O"), AGES THEM IN DAYS PAST THEIR DUE   *
      *    DATE ON THE SAME 360-DAY RULE AS AR-AGING AND PICKS ONE     *
      *    DUNNING LEVEL PER CLIENT FROM ITS OLDEST OVERDUE ITEM: A    *
      *    REMINDER PAST 30 DAYS OVERDUE, A FIRM NOTICE PAST 60, A     *
      *    FINAL DEMAND PAST 90. ONE LETTER PER CLIENT LISTS EVERY     *
      *    OVERDUE INVOICE AND BALANCE, LESS ANY CASH OF THE CLIENT    *
      *    STILL UNAPPLIED ON CASHSUSP.DAT -- A CLIENT WHOSE UNAPPLIED *
      *    CASH COVERS THE OVERDUE TOTAL IS NOT DUNNED. THE LEVEL AND  *
      *    DATE SENT GO ON THE DUNNING HISTORY DUNHIST.DAT, KEYED BY   *
      *    CLIENT, AND A LEVEL ALREADY SENT IN THE SAME MONTHLY CYCLE  *
      *    IS NEVER SENT AGAIN. EVERY CLIENT AT FINAL-DEMAND LEVEL IS  *
      *    LISTED ON A SEPARATE REPORT FOR THE CREDIT-HOLD DECISION.   *
      *                                                                *
      *    JOB ORDER   : RUN ONCE A MONTH AFTER THE CASH APPLICATION,  *
      *    SO THE MONTH'S PAYMENTS ARE ALREADY OFF THE OPEN ITEMS.     *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
      *    DDNAME                 I/O                 COPY/BOOK        *
      *    AR-OPEN                 I                      -            *
      *    SUSPENSE                I                      -            *
      *    DUN-HIST               I-O                     -            *
      *    SORT-WORK               -                      -            *
      *    DUN-LTR                 O                      -            *
      *    DUN-FINAL               O                      -            *
      *    BUS-DATE                I                      -            *
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
      *                    SELECT AROPEN.DAT
      *=================================================================
           SELECT AR-OPEN ASSIGN TO "AROPEN_DD"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
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
      *                    SELECT DUNHIST.DAT
      *=================================================================
           SELECT DUN-HIST ASSIGN TO "DUNHIST_DD"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS RG-DUNHIST-ID-CLI
                              FILE STATUS IS FS-DUN-HIST-STATUS.

      *=================================================================
      *                    SELECT SORT WORK FILE
      *=================================================================
           SELECT SORT-WORK ASSIGN TO "SORTWK_DD".

      *=================================================================
      *                    SELECT DUNNING LETTERS PRINT FILE
      *=================================================================
           SELECT DUN-LTR ASSIGN TO "DUNLTR_DD"
                              FILE STATUS IS FS-DUN-LTR-STATUS.

      *=================================================================
      *                    SELECT FINAL-DEMAND LIST PRINT FILE
      *=================================================================
           SELECT DUN-FINAL ASSIGN TO "DUNFINAL_DD"
                              FILE STATUS IS FS-DUN-FINAL-STATUS.

      *=================================================================
      *                    SELECT BUSDATE.DAT
      *=================================================================
           SELECT BUS-DATE ASSIGN TO "BUSDATE_DD"
                              FILE STATUS IS FS-BUS-DATE-STATUS.

      *----------------------------------------------------------------*
      *================================================================*
      *----------------------------------------------------------------*
       DATA                            DIVISION.
       FILE                            SECTION.
      **================== FD AR-OPEN BEGINNING =======================*
      *    SAME LAYOUT CASH-APPLY MAINTAINS.
       FD  AR-OPEN.
       01  RG-AROPEN.
           05 RG-AROPEN-ID         PIC 9(07).
           05 RG-AROPEN-DATE       PIC 9(08).
           05 RG-AROPEN-ID-CLI     PIC 9(05).
           05 RG-AROPEN-NAME       PIC X(20).
           05 RG-AROPEN-ORIGINAL   PIC S9(08)V99.
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
      *    SAME LAYOUT CASH-APPLY WRITES; READ HERE ONLY FOR THE CASH
      *    A CLIENT HAS PAID THAT IS NOT YET ON ITS INVOICES.
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

      **================= FD DUN-HIST BEGINNING =======================*
      *    ONE RECORD PER CLIENT EVER DUNNED: THE LAST LEVEL SENT, THE
      *    DATE AND MONTHLY CYCLE (YYYYMM) IT WAS SENT IN, THE AMOUNT
      *    DEMANDED AND A RUNNING COUNT OF LETTERS.
       FD  DUN-HIST.
       01  RG-DUNHIST.
           05 RG-DUNHIST-ID-CLI    PIC 9(05).
           05 RG-DUNHIST-LEVEL     PIC 9(01).
           05 RG-DUNHIST-DATE      PIC 9(08).
           05 RG-DUNHIST-CYCLE     PIC 9(06).
           05 RG-DUNHIST-AMOUNT    PIC 9(10)V99.
           05 RG-DUNHIST-LETTER-CNT PIC 9(05).

      **================== SD SORT-WORK BEGINNING =====================*
      *    CLIENT-FIRST, AS IN AR-AGING. THE KIND ("I" OVERDUE ITEM,
      *    "U" UNAPPLIED CASH) KEEPS A CLIENT'S CASH BEHIND ITS ITEMS.
      *    AN ITEM CARRIES ITS DUE DATE, A CASH LINE ITS RECEIPT DATE.
       SD  SORT-WORK.
       01  RG-SORT.
           05 RG-SORT-ID-CLI       PIC 9(05).
           05 RG-SORT-KIND         PIC X(01).
           05 RG-SORT-ID           PIC 9(07).
           05 RG-SORT-DATE         PIC 9(08).
           05 RG-SORT-NAME         PIC X(20).
           05 RG-SORT-AGE          PIC S9(05).
           05 RG-SORT-BALANCE      PIC S9(10)V99.

      **================== FD DUN-LTR BEGINNING =======================*
       FD  DUN-LTR.
       01  RG-DUN-LTR              PIC X(80).

      **================= FD DUN-FINAL BEGINNING ======================*
       FD  DUN-FINAL.
       01  RG-DUN-FINAL            PIC X(80).

      **================ FD BUS-DATE BEGINNING ========================*
      *    THE OPERATOR-SET BUSINESS DATE (SEE BILLDATE-MAINT). A
      *    BLANK DATE ANSWER DUNS AS AT THE BUSINESS DATE.
       FD  BUS-DATE.
       01  RG-BUSDATE.
           05 RG-BUSDATE-DATE      PIC 9(08).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(047) VALUE
           "========== WORKING-STORAGE BEGINNING ==========".

      *----------------------------------------------------------------*
       01  FILLER          PIC X(047) VALUE
           "============ FILE-STATUS BEGINNING ============".
      *----------------------------------------------------------------*
       77  FS-AR-OPEN-STATUS       PIC 9(02) VALUE ZEROS.
       77  FS-SUSPENSE-STATUS      PIC 9(02) VALUE ZEROS.
       77  FS-DUN-HIST-STATUS      PIC 9(02) VALUE ZEROS.
       77  FS-DUN-LTR-STATUS       PIC 9(02) VALUE ZEROS.
       77  FS-DUN-FINAL-STATUS     PIC 9(02) VALUE ZEROS.
       77  FS-BUS-DATE-STATUS      PIC 9(02) VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ ERROR MESSAGES BEGINNING ============".
      *----------------------------------------------------------------*
       77  WRK-OPEN-ERR-AR-OPEN  PIC X(30)
           VALUE "AR-OPEN FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-SUSPENSE PIC X(30)
           VALUE "SUSPENSE FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-DUN-HIST PIC X(30)
           VALUE "DUN-HIST FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-DUN-LTR  PIC X(30)
           VALUE "DUN-LTR FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-DUN-FINAL PIC X(30)
           VALUE "DUN-FINAL FILE WAS NOT OPENED!".
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ WORK FIELDS BEGINNING ===============".
      *----------------------------------------------------------------*
       77  WRK-EOF-AR-OPEN      PIC X(01) VALUE "N".
           88 END-OF-AR-OPEN           VALUE "Y".
       77  WRK-EOF-SUSPENSE     PIC X(01) VALUE "N".
           88 END-OF-SUSPENSE          VALUE "Y".
       77  WRK-EOF-SORT         PIC X(01) VALUE "N".
           88 END-OF-SORT              VALUE "Y".
       77  WRK-SUSPENSE-ON-FILE PIC X(01) VALUE "N".
           88 SUSPENSE-ON-FILE         VALUE "Y".
       77  WRK-HIST-ON-FILE     PIC X(01) VALUE "N".
           88 HIST-ON-FILE             VALUE "Y".
       77  WRK-ALREADY-SENT     PIC X(01) VALUE "N".
           88 ALREADY-SENT             VALUE "Y".
       77  WRK-DATE-ANSWER      PIC X(08) VALUE SPACES.
       01  WRK-DUN-DATE            PIC 9(08) VALUE ZEROS.
       01  FILLER REDEFINES WRK-DUN-DATE.
           05 WRK-DUN-CYCLE        PIC 9(06).
           05 WRK-DUN-DAY          PIC 9(02).
       01  FILLER REDEFINES WRK-DUN-DATE.
           05 WRK-DUN-YEAR         PIC 9(04).
           05 WRK-DUN-MONTH        PIC 9(02).
           05 FILLER               PIC 9(02).
       01  WRK-ITEM-DATE           PIC 9(08) VALUE ZEROS.
       01  FILLER REDEFINES WRK-ITEM-DATE.
           05 WRK-ITEM-YEAR        PIC 9(04).
           05 WRK-ITEM-MONTH       PIC 9(02).
           05 WRK-ITEM-DAY         PIC 9(02).
      *    SAME COMMERCIAL 360-DAY DAYS-PAST-DUE AS AR-AGING 0530, AND
      *    THE SAME 30/60/90 BOUNDARIES: AN ITEM IS DUNNED PAST LEVEL
      *    1. A CLIENT WITH NO PAYMENT TERMS IS DUE ON THE INVOICE DATE,
      *    SO ITS ITEMS AGE EXACTLY AS THEY DID BEFORE TERMS EXISTED.
       77  WRK-AGE-DAYS         PIC S9(05) VALUE ZEROS.
       77  WRK-LEVEL-1-DAYS     PIC 9(03) VALUE 30.
       77  WRK-LEVEL-2-DAYS     PIC 9(03) VALUE 60.
       77  WRK-LEVEL-3-DAYS     PIC 9(03) VALUE 90.
       77  WRK-LINES-ON-PAGE    PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-DETAIL-LINES PIC 9(03) VALUE 55.
       77  WRK-FINAL-LINES      PIC 9(03) VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ CLIENT GROUP BEGINNING ==============".
      *----------------------------------------------------------------*
      *    A CLIENT'S OVERDUE ITEMS ARE HELD HERE UNTIL THE CLIENT
      *    ENDS: THE LEVEL COMES FROM THE OLDEST ITEM AND THE LETTER
      *    IS ONLY SENT IF THE UNAPPLIED CASH DOES NOT COVER THE TOTAL.
      *    ITEMS PAST THE TABLE STILL COUNT IN THE TOTALS AND THE
      *    LETTER SAYS HOW MANY MORE THERE ARE.
       77  WRK-PREV-ID-CLI      PIC 9(05) VALUE ZEROS.
       77  WRK-CURR-NAME        PIC X(20) VALUE SPACES.
       77  WRK-FIRST-CLIENT     PIC X(01) VALUE "Y".
           88 FIRST-CLIENT             VALUE "Y".
       77  WRK-CLI-LEVEL        PIC 9(01) VALUE ZEROS.
       77  WRK-CLI-MAX-AGE      PIC S9(05) VALUE ZEROS.
       77  WRK-CLI-OVERDUE      PIC S9(10)V99 VALUE ZEROS.
       77  WRK-CLI-UNAPPLIED    PIC S9(10)V99 VALUE ZEROS.
       77  WRK-CLI-DUE          PIC S9(10)V99 VALUE ZEROS.
       77  WRK-CLI-ITEM-CNT     PIC 9(05) VALUE ZEROS.
       77  WRK-CLI-EXTRA-CNT    PIC 9(05) VALUE ZEROS.
       77  WRK-MAX-CLI-ITEMS    PIC 9(05) VALUE 200.
       77  WRK-ITEM-SUB         PIC 9(04) COMP VALUE ZEROS.
       01  WRK-CLI-ITEMS-TAB.
           05 WRK-CLI-ITEM OCCURS 200 TIMES
                            INDEXED BY WRK-ITEM-IDX.
              10 WRK-ITEM-ID         PIC 9(07).
              10 WRK-ITEM-DUE-DATE   PIC 9(08).
              10 WRK-ITEM-AGE        PIC S9(05).
              10 WRK-ITEM-BALANCE    PIC S9(10)V99.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ LETTER TEXTS BEGINNING ==============".
      *----------------------------------------------------------------*
      *    ONE TITLE AND TWO LINES OF WORDING PER DUNNING LEVEL.
       01  WRK-LETTER-TEXTS.
           05 FILLER               PIC X(20)
              VALUE "PAYMENT REMINDER".
           05 FILLER               PIC X(60) VALUE
              "OUR RECORDS SHOW THE INVOICES BELOW ARE NOW OVERDUE.".
           05 FILLER               PIC X(60) VALUE
              "IF YOU HAVE ALREADY PAID, PLEASE DISREGARD THIS NOTE.".
           05 FILLER               PIC X(20)
              VALUE "OVERDUE NOTICE".
           05 FILLER               PIC X(60) VALUE
              "THE INVOICES BELOW ARE MORE THAN 60 DAYS OVERDUE.".
           05 FILLER               PIC X(60) VALUE
              "PLEASE ARRANGE PAYMENT WITHIN 10 DAYS OF THIS NOTICE.".
           05 FILLER               PIC X(20)
              VALUE "FINAL DEMAND".
           05 FILLER               PIC X(60) VALUE
              "THE INVOICES BELOW ARE MORE THAN 90 DAYS OVERDUE.".
           05 FILLER               PIC X(60) VALUE
              "UNLESS PAID IN 7 DAYS YOUR ACCOUNT WILL BE PUT ON HOLD.".
       01  FILLER REDEFINES WRK-LETTER-TEXTS.
           05 WRK-LETTER-ENTRY OCCURS 3 TIMES.
              10 WRK-LETTER-TITLE    PIC X(20).
              10 WRK-LETTER-TEXT1    PIC X(60).
              10 WRK-LETTER-TEXT2    PIC X(60).
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ CONTROL REPORT BEGINNING ============".
      *----------------------------------------------------------------*
       77  WRK-ITEM-READ-CNT       PIC 9(07) VALUE ZEROS.
       77  WRK-OVERDUE-CNT         PIC 9(07) VALUE ZEROS.
       77  WRK-CLIENT-CNT          PIC 9(05) VALUE ZEROS.
       77  WRK-LEVEL-1-CNT         PIC 9(05) VALUE ZEROS.
       77  WRK-LEVEL-2-CNT         PIC 9(05) VALUE ZEROS.
       77  WRK-LEVEL-3-CNT         PIC 9(05) VALUE ZEROS.
       77  WRK-SKIP-SENT-CNT       PIC 9(05) VALUE ZEROS.
       77  WRK-SKIP-COVERED-CNT    PIC 9(05) VALUE ZEROS.
       77  WRK-FINAL-LIST-CNT      PIC 9(05) VALUE ZEROS.
       77  WRK-DEMANDED-VALUE      PIC S9(12)V99 VALUE ZEROS.
       77  WRK-FINAL-VALUE         PIC S9(12)V99 VALUE ZEROS.
       77  WRK-EDIT-VALUE          PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ PRINT LINES BEGINNING ===============".
      *----------------------------------------------------------------*
       01  WRK-LINE-BLANK          PIC X(80) VALUE SPACES.
       01  WRK-LINE-RULER          PIC X(80) VALUE ALL "=".
       01  WRK-LINE-DASH           PIC X(80) VALUE ALL "-".
       01  WRK-LINE-HDR1.
           05 FILLER               PIC X(08) VALUE "CLIENT: ".
           05 WRK-HDR1-ID-CLI      PIC 9(05).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-HDR1-NAME        PIC X(20).
           05 FILLER               PIC X(08) VALUE "  DATE: ".
           05 WRK-HDR1-YEAR        PIC 9(04).
           05 FILLER               PIC X(01) VALUE "/".
           05 WRK-HDR1-MONTH       PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 WRK-HDR1-DAY         PIC 9(02).
           05 FILLER               PIC X(27) VALUE SPACES.
       01  WRK-LINE-HDR2.
           05 FILLER               PIC X(06) VALUE "LEVEL ".
           05 WRK-HDR2-LEVEL       PIC 9(01).
           05 FILLER               PIC X(03) VALUE " - ".
           05 WRK-HDR2-TITLE       PIC X(20).
           05 FILLER               PIC X(50) VALUE SPACES.
       01  WRK-LINE-TEXT.
           05 WRK-TEXT-LINE        PIC X(60).
           05 FILLER               PIC X(20) VALUE SPACES.
       01  WRK-LINE-HDR3.
           05 FILLER               PIC X(10) VALUE "INVOICE".
           05 FILLER               PIC X(12) VALUE "DUE DATE".
           05 FILLER               PIC X(12) VALUE "DAYS OVERDUE".
           05 FILLER               PIC X(14) VALUE "       BALANCE".
           05 FILLER               PIC X(32) VALUE SPACES.
       01  WRK-LINE-DET.
           05 WRK-DET-ID           PIC 9(07).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 WRK-DET-DATE         PIC 9(08).
           05 FILLER               PIC X(04) VALUE SPACES.
           05 WRK-DET-AGE          PIC ZZ.ZZ9.
           05 FILLER               PIC X(06) VALUE SPACES.
           05 WRK-DET-BALANCE      PIC ZZ.ZZZ.ZZ9,99-.
           05 FILLER               PIC X(32) VALUE SPACES.
       01  WRK-LINE-MORE.
           05 FILLER               PIC X(04) VALUE "... ".
           05 WRK-MORE-CNT         PIC ZZ.ZZ9.
           05 FILLER               PIC X(40)
              VALUE " FURTHER OVERDUE INVOICE(S) NOT LISTED".
           05 FILLER               PIC X(30) VALUE SPACES.
       01  WRK-LINE-TOT.
           05 WRK-TOT-LABEL        PIC X(20) VALUE SPACES.
           05 WRK-TOT-VALUE        PIC Z.ZZZ.ZZZ.ZZ9,99-.
           05 FILLER               PIC X(43) VALUE SPACES.
       01  WRK-LINE-FIN1.
           05 FILLER               PIC X(37)
              VALUE "FINAL-DEMAND CLIENTS - CREDIT HOLD AS".
           05 FILLER               PIC X(04) VALUE " AT ".
           05 WRK-FIN1-DATE        PIC 9(08).
           05 FILLER               PIC X(31) VALUE SPACES.
       01  WRK-LINE-FIN2.
           05 FILLER               PIC X(07) VALUE "CLIENT".
           05 FILLER               PIC X(22) VALUE "NAME".
           05 FILLER               PIC X(10) VALUE "OLDEST".
           05 FILLER               PIC X(19)
              VALUE "         AMOUNT DUE".
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(20) VALUE "LETTER".
       01  WRK-LINE-FIN3.
           05 WRK-FIN3-ID-CLI      PIC 9(05).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-FIN3-NAME        PIC X(20).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-FIN3-AGE         PIC ZZ.ZZ9.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 WRK-FIN3-DUE         PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-FIN3-LETTER      PIC X(20).
       01  WRK-LINE-FIN4.
           05 FILLER               PIC X(20)
              VALUE "CLIENTS LISTED     :".
           05 WRK-FIN4-CNT         PIC ZZ.ZZ9.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(11) VALUE "TOTAL DUE: ".
           05 WRK-FIN4-VALUE       PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           05 FILLER               PIC X(20) VALUE SPACES.
      *================================================================*
      *----------------------------------------------------------------*
      *================================================================*
       PROCEDURE                       DIVISION.
      *----------------------------------------------------------------*
           PERFORM 0100-INIT.
           SORT SORT-WORK
               ON ASCENDING KEY RG-SORT-ID-CLI
               ON ASCENDING KEY RG-SORT-KIND
               ON ASCENDING KEY RG-SORT-ID
               INPUT PROCEDURE IS 0400-SELECT-OVERDUE
               OUTPUT PROCEDURE IS 0500-DUN-CLIENTS.
           PERFORM 0300-END.
           STOP RUN.
      *----------------------------------------------------------------*
       0100-INIT                       SECTION.
           DISPLAY "DUNNING DATE (YYYYMMDD, BLANK=BUSINESS DATE): "
                   WITH NO ADVANCING.
           ACCEPT WRK-DATE-ANSWER.
           IF WRK-DATE-ANSWER EQUAL SPACES
              OR WRK-DATE-ANSWER NOT NUMERIC
              PERFORM 0110-GET-BUSINESS-DATE
           ELSE
              MOVE WRK-DATE-ANSWER TO WRK-DUN-DATE
           END-IF.
           OPEN INPUT AR-OPEN.
                IF FS-AR-OPEN-STATUS NOT EQUAL 00
                   DISPLAY WRK-OPEN-ERR-AR-OPEN
                   DISPLAY "STATUS: " FS-AR-OPEN-STATUS
                   DISPLAY "RUN THE CASH APPLICATION FIRST."
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
      *    DUNHIST.DAT IS CUMULATIVE ACROSS RUNS, CREATED EMPTY ON
      *    THE FIRST RUN.
           OPEN I-O DUN-HIST.
           IF FS-DUN-HIST-STATUS EQUAL 35
              OPEN OUTPUT DUN-HIST
              CLOSE DUN-HIST
              OPEN I-O DUN-HIST
           END-IF.
                IF FS-DUN-HIST-STATUS NOT EQUAL 00
                   DISPLAY WRK-OPEN-ERR-DUN-HIST
                   DISPLAY "STATUS: " FS-DUN-HIST-STATUS
                   MOVE 8 TO RETURN-CODE
                  GOBACK
                END-IF.
           OPEN OUTPUT DUN-LTR.
                IF FS-DUN-LTR-STATUS NOT EQUAL 00
                   DISPLAY WRK-OPEN-ERR-DUN-LTR
                   DISPLAY "STATUS: " FS-DUN-LTR-STATUS
                   MOVE 8 TO RETURN-CODE
                  GOBACK
                END-IF.
           OPEN OUTPUT DUN-FINAL.
                IF FS-DUN-FINAL-STATUS NOT EQUAL 00
                   DISPLAY WRK-OPEN-ERR-DUN-FINAL
                   DISPLAY "STATUS: " FS-DUN-FINAL-STATUS
                   MOVE 8 TO RETURN-CODE
                  GOBACK
                END-IF.
           PERFORM 0120-PRINT-FINAL-HEADER.
      *----------------------------------------------------------------*
       0190-INIT-HELPERS               SECTION.
      *    THE DEFAULT DUNNING DATE IS THE OPERATOR-SET BUSINESS DATE;
      *    A SHOP NOT YET ON BUSINESS-DATE CONTROL FALLS BACK TO THE
      *    SYSTEM DATE, AS GL-EXTRACT DOES.
       0110-GET-BUSINESS-DATE.
           OPEN INPUT BUS-DATE.
           IF FS-BUS-DATE-STATUS NOT EQUAL 00
              ACCEPT WRK-DUN-DATE FROM DATE YYYYMMDD
           ELSE
              READ BUS-DATE
                  AT END
                      MOVE ZEROS TO RG-BUSDATE-DATE
              END-READ
              CLOSE BUS-DATE
              IF RG-BUSDATE-DATE NUMERIC
                 AND RG-BUSDATE-DATE GREATER THAN ZEROS
                 MOVE RG-BUSDATE-DATE TO WRK-DUN-DATE
              ELSE
                 ACCEPT WRK-DUN-DATE FROM DATE YYYYMMDD
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0120-PRINT-FINAL-HEADER.
           MOVE WRK-DUN-DATE TO WRK-FIN1-DATE.
           WRITE RG-DUN-FINAL FROM WRK-LINE-RULER
               AFTER ADVANCING PAGE.
           WRITE RG-DUN-FINAL FROM WRK-LINE-FIN1
               AFTER ADVANCING 1 LINE.
           WRITE RG-DUN-FINAL FROM WRK-LINE-RULER
               AFTER ADVANCING 1 LINE.
           WRITE RG-DUN-FINAL FROM WRK-LINE-FIN2
               AFTER ADVANCING 1 LINE.
           WRITE RG-DUN-FINAL FROM WRK-LINE-DASH
               AFTER ADVANCING 1 LINE.
           MOVE ZEROS TO WRK-FINAL-LINES.
      *----------------------------------------------------------------*
      *    ONLY OPEN ITEMS WITH A BALANCE STILL OWED AND PAST THE
      *    LEVEL-1 AGE ARE RELEASED; A CLIENT'S UNAPPLIED CASH GOES
      *    IN BEHIND THEM WITH A NEGATIVE BALANCE, AS IN AR-AGING.
       0400-SELECT-OVERDUE             SECTION.
           PERFORM 0410-READ-AR-OPEN.
           PERFORM UNTIL END-OF-AR-OPEN
               IF RG-AROPEN-STATUS EQUAL "O"
                  AND RG-AROPEN-BALANCE GREATER THAN ZEROS
                  ADD 1 TO WRK-ITEM-READ-CNT
                  PERFORM 0430-COMPUTE-AGE
                  IF WRK-AGE-DAYS GREATER THAN WRK-LEVEL-1-DAYS
                     ADD 1 TO WRK-OVERDUE-CNT
                     MOVE RG-AROPEN-ID-CLI  TO RG-SORT-ID-CLI
                     MOVE "I"               TO RG-SORT-KIND
                     MOVE RG-AROPEN-ID      TO RG-SORT-ID
                     MOVE WRK-ITEM-DATE     TO RG-SORT-DATE
                     MOVE RG-AROPEN-NAME    TO RG-SORT-NAME
                     MOVE WRK-AGE-DAYS      TO RG-SORT-AGE
                     MOVE RG-AROPEN-BALANCE TO RG-SORT-BALANCE
                     RELEASE RG-SORT
                  END-IF
               END-IF
               PERFORM 0410-READ-AR-OPEN
           END-PERFORM.
           IF SUSPENSE-ON-FILE
              PERFORM 0420-READ-SUSPENSE
              PERFORM UNTIL END-OF-SUSPENSE
                  IF RG-SUSP-STATUS NOT EQUAL "C"
                     AND RG-SUSP-AMOUNT GREATER THAN RG-SUSP-APPLIED
                     MOVE RG-SUSP-ID-CLI TO RG-SORT-ID-CLI
                     MOVE "U"            TO RG-SORT-KIND
                     MOVE RG-SUSP-ID     TO RG-SORT-ID
                     MOVE RG-SUSP-DATE   TO RG-SORT-DATE
                     MOVE SPACES         TO RG-SORT-NAME
                     MOVE ZEROS          TO RG-SORT-AGE
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
           READ AR-OPEN NEXT RECORD
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
      *    THE AGE IS COUNTED FROM THE DUE DATE CASH-APPLY SET FROM
      *    THE CLIENT'S TERMS; AN ITEM WITH NONE IS DUE ON ITS INVOICE
      *    DATE. WRK-ITEM-DATE IS LEFT HOLDING THE DATE AGED FROM.
       0430-COMPUTE-AGE.
           IF RG-AROPEN-DUE-DATE NUMERIC
              AND RG-AROPEN-DUE-DATE GREATER THAN ZEROS
              MOVE RG-AROPEN-DUE-DATE TO WRK-ITEM-DATE
           ELSE
              MOVE RG-AROPEN-DATE TO WRK-ITEM-DATE
           END-IF.
           COMPUTE WRK-AGE-DAYS =
                   (WRK-DUN-YEAR - WRK-ITEM-YEAR) * 360
                 + (WRK-DUN-MONTH - WRK-ITEM-MONTH) * 30
                 + (WRK-DUN-DAY - WRK-ITEM-DAY).
      *----------------------------------------------------------------*
       0500-DUN-CLIENTS                SECTION.
           PERFORM 0510-RETURN-SORT.
           PERFORM UNTIL END-OF-SORT
               IF FIRST-CLIENT
                  OR RG-SORT-ID-CLI NOT EQUAL WRK-PREV-ID-CLI
                  PERFORM 0520-BREAK-CLIENT
               END-IF
               PERFORM 0530-COLLECT-LINE
               PERFORM 0510-RETURN-SORT
           END-PERFORM.
           IF NOT FIRST-CLIENT
              PERFORM 0540-DUN-CLIENT
           END-IF.
           PERFORM 0560-PRINT-FINAL-TOTAL.
      *----------------------------------------------------------------*
       0590-DUN-HELPERS                SECTION.
       0510-RETURN-SORT.
           RETURN SORT-WORK
               AT END
                   MOVE "Y" TO WRK-EOF-SORT
           END-RETURN.
      *----------------------------------------------------------------*
       0520-BREAK-CLIENT.
           IF NOT FIRST-CLIENT
              PERFORM 0540-DUN-CLIENT
           END-IF.
           MOVE "N" TO WRK-FIRST-CLIENT.
           MOVE RG-SORT-ID-CLI TO WRK-PREV-ID-CLI.
           MOVE RG-SORT-NAME TO WRK-CURR-NAME.
           MOVE ZEROS TO WRK-CLI-MAX-AGE.
           MOVE ZEROS TO WRK-CLI-OVERDUE.
           MOVE ZEROS TO WRK-CLI-UNAPPLIED.
           MOVE ZEROS TO WRK-CLI-ITEM-CNT.
           MOVE ZEROS TO WRK-CLI-EXTRA-CNT.
      *----------------------------------------------------------------*
       0530-COLLECT-LINE.
           IF RG-SORT-KIND EQUAL "U"
              ADD RG-SORT-BALANCE TO WRK-CLI-UNAPPLIED
           ELSE
              ADD RG-SORT-BALANCE TO WRK-CLI-OVERDUE
              IF RG-SORT-AGE GREATER THAN WRK-CLI-MAX-AGE
                 MOVE RG-SORT-AGE TO WRK-CLI-MAX-AGE
              END-IF
              IF WRK-CLI-ITEM-CNT LESS THAN WRK-MAX-CLI-ITEMS
                 ADD 1 TO WRK-CLI-ITEM-CNT
                 SET WRK-ITEM-IDX TO WRK-CLI-ITEM-CNT
                 MOVE RG-SORT-ID   TO WRK-ITEM-ID (WRK-ITEM-IDX)
                 MOVE RG-SORT-DATE TO WRK-ITEM-DUE-DATE (WRK-ITEM-IDX)
                 MOVE RG-SORT-AGE  TO WRK-ITEM-AGE (WRK-ITEM-IDX)
                 MOVE RG-SORT-BALANCE
                   TO WRK-ITEM-BALANCE (WRK-ITEM-IDX)
              ELSE
                 ADD 1 TO WRK-CLI-EXTRA-CNT
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *    A CLIENT WITH ONLY UNAPPLIED CASH HAS NOTHING OVERDUE AND
      *    IS PASSED OVER. OTHERWISE THE OLDEST ITEM SETS THE LEVEL;
      *    THE LETTER GOES OUT UNLESS THE CASH ALREADY COVERS THE
      *    OVERDUE TOTAL OR THE HISTORY SHOWS THIS LEVEL (OR A HIGHER
      *    ONE) WAS ALREADY SENT IN THIS MONTH'S CYCLE. A FINAL-DEMAND
      *    CLIENT STILL OWING IS LISTED FOR CREDIT HOLD EITHER WAY.
       0540-DUN-CLIENT.
           IF WRK-CLI-ITEM-CNT GREATER THAN ZEROS
              ADD 1 TO WRK-CLIENT-CNT
              EVALUATE TRUE
                  WHEN WRK-CLI-MAX-AGE GREATER THAN WRK-LEVEL-3-DAYS
                      MOVE 3 TO WRK-CLI-LEVEL
                  WHEN WRK-CLI-MAX-AGE GREATER THAN WRK-LEVEL-2-DAYS
                      MOVE 2 TO WRK-CLI-LEVEL
                  WHEN OTHER
                      MOVE 1 TO WRK-CLI-LEVEL
              END-EVALUATE
              COMPUTE WRK-CLI-DUE = WRK-CLI-OVERDUE + WRK-CLI-UNAPPLIED
              MOVE "N" TO WRK-ALREADY-SENT
              IF WRK-CLI-DUE NOT GREATER THAN ZEROS
                 ADD 1 TO WRK-SKIP-COVERED-CNT
              ELSE
                 PERFORM 0542-CHECK-HISTORY
                 IF ALREADY-SENT
                    ADD 1 TO WRK-SKIP-SENT-CNT
                 ELSE
                    PERFORM 0545-PRINT-LETTER
                    PERFORM 0548-UPDATE-HISTORY
                 END-IF
                 IF WRK-CLI-LEVEL EQUAL 3
                    PERFORM 0550-LIST-FINAL-DEMAND
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0542-CHECK-HISTORY.
           MOVE WRK-PREV-ID-CLI TO RG-DUNHIST-ID-CLI.
           READ DUN-HIST KEY IS RG-DUNHIST-ID-CLI
               INVALID KEY
                   MOVE "N" TO WRK-HIST-ON-FILE
               NOT INVALID KEY
                   MOVE "Y" TO WRK-HIST-ON-FILE
                   IF RG-DUNHIST-CYCLE EQUAL WRK-DUN-CYCLE
                      AND RG-DUNHIST-LEVEL NOT LESS THAN WRK-CLI-LEVEL
                      MOVE "Y" TO WRK-ALREADY-SENT
                   END-IF
           END-READ.
      *----------------------------------------------------------------*
       0545-PRINT-LETTER.
           PERFORM 0546-PRINT-LETTER-HEAD.
           PERFORM 0547-PRINT-LETTER-ITEM
               VARYING WRK-ITEM-SUB FROM 1 BY 1
               UNTIL WRK-ITEM-SUB GREATER THAN WRK-CLI-ITEM-CNT.
           IF WRK-CLI-EXTRA-CNT GREATER THAN ZEROS
              MOVE WRK-CLI-EXTRA-CNT TO WRK-MORE-CNT
              WRITE RG-DUN-LTR FROM WRK-LINE-MORE
                  AFTER ADVANCING 1 LINE
           END-IF.
           WRITE RG-DUN-LTR FROM WRK-LINE-DASH AFTER ADVANCING 1 LINE.
           MOVE "TOTAL OVERDUE     : " TO WRK-TOT-LABEL.
           MOVE WRK-CLI-OVERDUE TO WRK-TOT-VALUE.
           WRITE RG-DUN-LTR FROM WRK-LINE-TOT AFTER ADVANCING 1 LINE.
           IF WRK-CLI-UNAPPLIED NOT EQUAL ZEROS
              MOVE "LESS CASH RECEIVED: " TO WRK-TOT-LABEL
              MOVE WRK-CLI-UNAPPLIED TO WRK-TOT-VALUE
              WRITE RG-DUN-LTR FROM WRK-LINE-TOT
                  AFTER ADVANCING 1 LINE
           END-IF.
           MOVE "AMOUNT NOW DUE    : " TO WRK-TOT-LABEL.
           MOVE WRK-CLI-DUE TO WRK-TOT-VALUE.
           WRITE RG-DUN-LTR FROM WRK-LINE-TOT AFTER ADVANCING 1 LINE.
           EVALUATE WRK-CLI-LEVEL
               WHEN 1 ADD 1 TO WRK-LEVEL-1-CNT
               WHEN 2 ADD 1 TO WRK-LEVEL-2-CNT
               WHEN 3 ADD 1 TO WRK-LEVEL-3-CNT
           END-EVALUATE.
           ADD WRK-CLI-DUE TO WRK-DEMANDED-VALUE.
      *----------------------------------------------------------------*
       0546-PRINT-LETTER-HEAD.
           MOVE WRK-PREV-ID-CLI TO WRK-HDR1-ID-CLI.
           MOVE WRK-CURR-NAME   TO WRK-HDR1-NAME.
           MOVE WRK-DUN-YEAR    TO WRK-HDR1-YEAR.
           MOVE WRK-DUN-MONTH   TO WRK-HDR1-MONTH.
           MOVE WRK-DUN-DAY     TO WRK-HDR1-DAY.
           MOVE WRK-CLI-LEVEL   TO WRK-HDR2-LEVEL.
           MOVE WRK-LETTER-TITLE (WRK-CLI-LEVEL) TO WRK-HDR2-TITLE.
           WRITE RG-DUN-LTR FROM WRK-LINE-RULER AFTER ADVANCING PAGE.
           WRITE RG-DUN-LTR FROM WRK-LINE-HDR1 AFTER ADVANCING 1 LINE.
           WRITE RG-DUN-LTR FROM WRK-LINE-HDR2 AFTER ADVANCING 1 LINE.
           WRITE RG-DUN-LTR FROM WRK-LINE-RULER AFTER ADVANCING 1 LINE.
           MOVE WRK-LETTER-TEXT1 (WRK-CLI-LEVEL) TO WRK-TEXT-LINE.
           WRITE RG-DUN-LTR FROM WRK-LINE-TEXT AFTER ADVANCING 2 LINES.
           MOVE WRK-LETTER-TEXT2 (WRK-CLI-LEVEL) TO WRK-TEXT-LINE.
           WRITE RG-DUN-LTR FROM WRK-LINE-TEXT AFTER ADVANCING 1 LINE.
           WRITE RG-DUN-LTR FROM WRK-LINE-BLANK AFTER ADVANCING 1 LINE.
           WRITE RG-DUN-LTR FROM WRK-LINE-HDR3 AFTER ADVANCING 1 LINE.
           WRITE RG-DUN-LTR FROM WRK-LINE-DASH AFTER ADVANCING 1 LINE.
           MOVE ZEROS TO WRK-LINES-ON-PAGE.
      *----------------------------------------------------------------*
      *    A LONG LIST OVERFLOWS ONTO A FURTHER PAGE THAT REPEATS THE
      *    LETTER HEAD, SO EVERY PAGE STANDS ON ITS OWN.
       0547-PRINT-LETTER-ITEM.
           IF WRK-LINES-ON-PAGE GREATER OR EQUAL WRK-MAX-DETAIL-LINES
              PERFORM 0546-PRINT-LETTER-HEAD
           END-IF.
           SET WRK-ITEM-IDX TO WRK-ITEM-SUB.
           MOVE WRK-ITEM-ID (WRK-ITEM-IDX) TO WRK-DET-ID.
           MOVE WRK-ITEM-DUE-DATE (WRK-ITEM-IDX) TO WRK-DET-DATE.
           MOVE WRK-ITEM-AGE (WRK-ITEM-IDX) TO WRK-DET-AGE.
           MOVE WRK-ITEM-BALANCE (WRK-ITEM-IDX) TO WRK-DET-BALANCE.
           WRITE RG-DUN-LTR FROM WRK-LINE-DET AFTER ADVANCING 1 LINE.
           ADD 1 TO WRK-LINES-ON-PAGE.
      *----------------------------------------------------------------*
       0548-UPDATE-HISTORY.
           MOVE WRK-PREV-ID-CLI TO RG-DUNHIST-ID-CLI.
           MOVE WRK-CLI-LEVEL   TO RG-DUNHIST-LEVEL.
           MOVE WRK-DUN-DATE    TO RG-DUNHIST-DATE.
           MOVE WRK-DUN-CYCLE   TO RG-DUNHIST-CYCLE.
           MOVE WRK-CLI-DUE     TO RG-DUNHIST-AMOUNT.
           IF HIST-ON-FILE
              ADD 1 TO RG-DUNHIST-LETTER-CNT
              REWRITE RG-DUNHIST
                  INVALID KEY
                      DISPLAY "*** DUN-HIST REWRITE FAILED FOR "
                              RG-DUNHIST-ID-CLI " STATUS: "
                              FS-DUN-HIST-STATUS " ***"
              END-REWRITE
           ELSE
              MOVE 1 TO RG-DUNHIST-LETTER-CNT
              WRITE RG-DUNHIST
                  INVALID KEY
                      DISPLAY "*** DUN-HIST WRITE FAILED FOR "
                              RG-DUNHIST-ID-CLI " STATUS: "
                              FS-DUN-HIST-STATUS " ***"
              END-WRITE
           END-IF.
      *----------------------------------------------------------------*
       0550-LIST-FINAL-DEMAND.
           IF WRK-FINAL-LINES GREATER OR EQUAL WRK-MAX-DETAIL-LINES
              PERFORM 0120-PRINT-FINAL-HEADER
           END-IF.
           MOVE WRK-PREV-ID-CLI TO WRK-FIN3-ID-CLI.
           MOVE WRK-CURR-NAME   TO WRK-FIN3-NAME.
           MOVE WRK-CLI-MAX-AGE TO WRK-FIN3-AGE.
           MOVE WRK-CLI-DUE     TO WRK-FIN3-DUE.
           IF ALREADY-SENT
              MOVE "SENT EARLIER" TO WRK-FIN3-LETTER
           ELSE
              MOVE "SENT THIS RUN" TO WRK-FIN3-LETTER
           END-IF.
           WRITE RG-DUN-FINAL FROM WRK-LINE-FIN3
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WRK-FINAL-LINES.
           ADD 1 TO WRK-FINAL-LIST-CNT.
           ADD WRK-CLI-DUE TO WRK-FINAL-VALUE.
      *----------------------------------------------------------------*
       0560-PRINT-FINAL-TOTAL.
           MOVE WRK-FINAL-LIST-CNT TO WRK-FIN4-CNT.
           MOVE WRK-FINAL-VALUE TO WRK-FIN4-VALUE.
           WRITE RG-DUN-FINAL FROM WRK-LINE-DASH
               AFTER ADVANCING 1 LINE.
           WRITE RG-DUN-FINAL FROM WRK-LINE-FIN4
               AFTER ADVANCING 1 LINE.
           WRITE RG-DUN-FINAL FROM WRK-LINE-RULER
               AFTER ADVANCING 1 LINE.
      *----------------------------------------------------------------*
       0300-END                        SECTION.
           CLOSE AR-OPEN.
           IF SUSPENSE-ON-FILE
              CLOSE SUSPENSE
           END-IF.
           CLOSE DUN-HIST.
           CLOSE DUN-LTR.
           CLOSE DUN-FINAL.
           PERFORM 0310-PRINT-CONTROL-REPORT.
      *----------------------------------------------------------------*
       0390-END-HELPERS                SECTION.
       0310-PRINT-CONTROL-REPORT.
           DISPLAY "=================================================".
           DISPLAY "              DUNNING RUN CONTROL REPORT          ".
           DISPLAY "=================================================".
           DISPLAY "DUNNING DATE             : " WRK-DUN-DATE.
           DISPLAY "OPEN ITEMS READ          : " WRK-ITEM-READ-CNT.
           DISPLAY "OVERDUE ITEMS            : " WRK-OVERDUE-CNT.
           DISPLAY "CLIENTS OVERDUE          : " WRK-CLIENT-CNT.
           DISPLAY "-------------------------------------------------".
           DISPLAY "LEVEL 1 REMINDERS SENT   : " WRK-LEVEL-1-CNT.
           DISPLAY "LEVEL 2 NOTICES SENT     : " WRK-LEVEL-2-CNT.
           DISPLAY "LEVEL 3 FINAL DEMANDS    : " WRK-LEVEL-3-CNT.
           DISPLAY "ALREADY SENT THIS CYCLE  : " WRK-SKIP-SENT-CNT.
           DISPLAY "COVERED BY UNAPPLIED CASH: " WRK-SKIP-COVERED-CNT.
           MOVE WRK-DEMANDED-VALUE TO WRK-EDIT-VALUE.
           DISPLAY "VALUE DEMANDED           : " WRK-EDIT-VALUE.
           DISPLAY "FINAL-DEMAND CLIENTS     : " WRK-FINAL-LIST-CNT.
           DISPLAY "-------------------------------------------------".
           DISPLAY "FS-AR-OPEN-STATUS  : " FS-AR-OPEN-STATUS.
           DISPLAY "FS-DUN-HIST-STATUS : " FS-DUN-HIST-STATUS.
           DISPLAY "=================================================".

      *----------------------------------------------------------------*
      *================================================================*
