       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.COMMISSION-RUN.
      *================================================================*
      *    AUTHOR      : NATAN BOANAFINA.                              *
      *    ENTERPRISE  : NOT APPLICABLE                                *
      *    PROFESSOR   : IVAN PETRUCCI                                 *
      *    DATE        : 15/10/2026                                    *
      *                                                                *
      *----------------------------------------------------------------*
      *    PURPOSE     : MONTHLY SALES REP COMMISSION STATEMENTS.      *
      *    READS NFHIST.DAT TOGETHER WITH NF.DAT FOR A REQUESTED       *
      *    PERIOD (YYYYMM) AND CREDITS EACH REP, THROUGH THE REP ID ON *
      *    CLIENTES.DAT, WITH THE NET VALUE OF THE REP'S CLIENTS'      *
      *    INVOICES. COMMISSION IS WORKED OUT LINE BY LINE AT THE      *
      *    REP'S RATE FOR THE LINE'S PRODUCT TAX CLASS, OR THE REP'S   *
      *    GENERAL PERCENT WHERE THE CLASS HAS NO RATE OF ITS OWN. A   *
      *    CREDIT NOTE CLAWS BACK THE COMMISSION OF THE INVOICE IT     *
      *    REVERSES, PRICED FROM THAT INVOICE'S OWN DETAIL LINES. ON   *
      *    THE INVOICED BASIS THE PERIOD'S INVOICES AND CREDIT NOTES   *
      *    COUNT; ON THE PAID BASIS ONLY INVOICES CLOSED ON AROPEN.DAT *
      *    DURING THE PERIOD BY A PAYMENT COUNT, AND A CREDIT NOTE OF  *
      *    THE PERIOD CLAWS BACK ONLY WHEN THE INVOICE IT REVERSES HAD *
      *    BEEN PAID. ONE STATEMENT PER REP -- CLIENT, INVOICE, NET    *
      *    VALUE AND COMMISSION -- IS FOLLOWED BY A PAYROLL SUMMARY    *
      *    PAGE WITH ONE LINE PER REP.                                 *
      *                                                                *
      *    JOB ORDER   : RUN AT MONTH-END, AFTER THE PERIOD'S LAST     *
      *    CASH-APPLY AND CASH-MATCH, SO THE PAID BASIS SEES EVERY     *
      *    ITEM CLOSED IN THE PERIOD. NF.DAT AND NFHIST.DAT ARE READ   *
      *    TOGETHER, SO THE RUN MAY COME BEFORE OR AFTER               *
      *    INVOICE-ARCHIVE.                                            *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
      *    DDNAME                 I/O                 COPY/BOOK        *
      *    INV-HIST                I                      -            *
      *    INVOICE                 I                      -            *
      *    CLIENTS                 I                      -            *
      *    SALES-REP               I                      -            *
      *    AR-OPEN                 I                      -            *
      *    SORT-WORK               -                      -            *
      *    COMM-RPT                O                      -            *
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
      *                    SELECT NFHIST.DAT
      *=================================================================
           SELECT INV-HIST ASSIGN TO "NFHIST_DD"
                              FILE STATUS IS FS-INV-HIST-STATUS.

      *=================================================================
      *                    SELECT NF.DAT
      *=================================================================
           SELECT INVOICE ASSIGN TO "INVOICE_DD"
                              FILE STATUS IS FS-INVOICE-STATUS.

      *=================================================================
      *                    SELECT CLIENTES.DAT
      *=================================================================
           SELECT CLIENTS ASSIGN TO "CLIENTS_DD"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS RANDOM
                              RECORD KEY IS RG-CLIENTS-ID
                              FILE STATUS IS FS-CLIENTS-STATUS.

      *=================================================================
      *                    SELECT SALESREP.DAT
      *=================================================================
           SELECT SALES-REP ASSIGN TO "SALESREP_DD"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS RANDOM
                              RECORD KEY IS RG-SALESREP-ID
                              FILE STATUS IS FS-SALES-REP-STATUS.

      *=================================================================
      *                    SELECT AROPEN.DAT
      *=================================================================
           SELECT AR-OPEN ASSIGN TO "AROPEN_DD"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS RANDOM
                              RECORD KEY IS RG-AROPEN-ID
                              FILE STATUS IS FS-AR-OPEN-STATUS.

      *=================================================================
      *                    SELECT SORT WORK FILE
      *=================================================================
           SELECT SORT-WORK ASSIGN TO "SORTWK_DD".

      *=================================================================
      *                    SELECT COMMISSION STATEMENT PRINT FILE
      *=================================================================
           SELECT COMM-RPT ASSIGN TO "COMMRPT_DD"
                              FILE STATUS IS FS-COMM-RPT-STATUS.

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
      **================== FD INV-HIST BEGINNING ======================*
      *    SAME TWO-SHAPE LAYOUT AS NF.DAT -- THE ARCHIVE MOVES WHOLE
      *    RECORDS. DETAIL LINES ARCHIVED BEFORE TAX CLASSES EXISTED
      *    READ BACK WITH A BLANK CLASS AND EARN THE GENERAL PERCENT.
       FD  INV-HIST.
       01  RG-HIST.
           05 RG-HIST-ID           PIC 9(07).
           05 RG-HIST-DATE         PIC 9(08).
           05 RG-HIST-ID-CLI       PIC 9(05).
           05 RG-HIST-NAME         PIC X(20).
           05 RG-HIST-PROD         PIC X(15).
           05 RG-HIST-TYPE         PIC X(01).
           05 RG-HIST-REF-ID       PIC 9(07).
           05 RG-HIST-PRICE        PIC S9(08)V99.
           05 RG-HIST-TAX-CLASS    PIC X(02).
           05 FILLER               PIC X(25).

      **================== FD INVOICE BEGINNING =======================*
      *    HEADERS ("N" NORMAL, "C" CREDIT NOTE) CARRY THE INVOICE
      *    TOTAL; THE "D" DETAIL LINES UNDER THEM CARRY THE NET VALUE
      *    AND TAX CLASS OF EACH LINE. A CREDIT NOTE HAS NO DETAIL
      *    LINES OF ITS OWN AND POINTS AT THE REVERSED INVOICE IN
      *    RG-INVOICE-REF-ID.
       FD  INVOICE.
       01  RG-INVOICE.
           05 RG-INVOICE-ID        PIC 9(07).
           05 RG-INVOICE-DATE      PIC 9(08).
           05 RG-INVOICE-ID-CLI    PIC 9(05).
           05 RG-INVOICE-NAME      PIC X(20).
           05 RG-INVOICE-PROD      PIC X(15).
           05 RG-INVOICE-TYPE      PIC X(01).
           05 RG-INVOICE-REF-ID    PIC 9(07).
           05 RG-INVOICE-PRICE     PIC S9(08)V99.
           05 RG-INVOICE-TAX-CLASS PIC X(02).
           05 FILLER               PIC X(25).

      **================== FD CLIENTS BEGINNING =======================*
       FD  CLIENTS.
       01  RG-CLIENTS.
           05 RG-CLIENTS-ID        PIC 9(05).
           05 RG-CLIENTS-NAME      PIC X(20).
           05 RG-CLIENTS-CREDIT-LIMIT PIC 9(08)V99.
           05 RG-CLIENTS-TERMS     PIC X(04).
           05 RG-CLIENTS-DELIVERY  PIC X(01).
      *    SALES REP ON SALESREP.DAT WHO EARNS COMMISSION ON THE
      *    CLIENT'S INVOICES. ZERO (OR BLANK ON OLDER RECORDS) WHEN
      *    NO REP IS ASSIGNED.
           05 RG-CLIENTS-REP-ID    PIC 9(03).

      **================== FD SALES-REP BEGINNING =====================*
      *    ONE RECORD PER SALES REP: THE COMMISSION PERCENT PAID ON
      *    THE NET VALUE OF THE REP'S CLIENTS' INVOICES, AND UP TO
      *    FIVE PRODUCT TAX CLASSES PAID AT A RATE OF THEIR OWN. A
      *    DETAIL LINE WHOSE CLASS IS NOT IN THE LIST EARNS THE
      *    GENERAL PERCENT. UNUSED CLASS SLOTS ARE BLANK.
       FD  SALES-REP.
       01  RG-SALESREP.
           05 RG-SALESREP-ID       PIC 9(03).
           05 RG-SALESREP-NAME     PIC X(20).
           05 RG-SALESREP-COMM-PCT PIC 9(02)V99.
           05 RG-SALESREP-CLASS-RATE OCCURS 5 TIMES.
              10 RG-SALESREP-CLASS   PIC X(02).
              10 RG-SALESREP-CLASS-PCT PIC 9(02)V99.

      **================== FD AR-OPEN BEGINNING =======================*
      *    SAME LAYOUT CASH-APPLY MAINTAINS. READ ONLY ON THE PAID
      *    BASIS: A CLOSED ITEM WITH CASH APPLIED TO IT AND A CLOSE
      *    DATE IN THE PERIOD IS AN INVOICE PAID IN THE PERIOD.
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

      **================== SD SORT-WORK BEGINNING =====================*
      *    ONE RECORD PER PRICED DOCUMENT, IN REP, CLIENT AND
      *    DOCUMENT ORDER FOR THE STATEMENTS.
       SD  SORT-WORK.
       01  RG-SORT.
           05 RG-SORT-REP-ID       PIC 9(03).
           05 RG-SORT-ID-CLI       PIC 9(05).
           05 RG-SORT-ID           PIC 9(07).
           05 RG-SORT-TYPE         PIC X(01).
           05 RG-SORT-DATE         PIC 9(08).
           05 RG-SORT-NAME         PIC X(20).
           05 RG-SORT-NET          PIC S9(10)V99.
           05 RG-SORT-COMM         PIC S9(10)V99.

      **================== FD COMM-RPT BEGINNING ======================*
       FD  COMM-RPT.
       01  RG-COMM-RPT             PIC X(80).

      **================== FD BUS-DATE BEGINNING ======================*
      *    THE OPERATOR-SET BUSINESS DATE (SEE BILLDATE-MAINT). A
      *    BLANK PERIOD ANSWER PAYS THE BUSINESS DATE'S PERIOD.
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
       77  FS-INV-HIST-STATUS      PIC 9(02) VALUE ZEROS.
       77  FS-INVOICE-STATUS       PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTS-STATUS       PIC 9(02) VALUE ZEROS.
       77  FS-SALES-REP-STATUS     PIC 9(02) VALUE ZEROS.
       77  FS-AR-OPEN-STATUS       PIC 9(02) VALUE ZEROS.
       77  FS-COMM-RPT-STATUS      PIC 9(02) VALUE ZEROS.
       77  FS-BUS-DATE-STATUS      PIC 9(02) VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ ERROR MESSAGES BEGINNING ============".
      *----------------------------------------------------------------*
       77  WRK-OPEN-ERR-INVOICE  PIC X(30)
           VALUE "INVOICE FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-CLIENTS  PIC X(30)
           VALUE "CLIENTS FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-SALES-REP PIC X(30)
           VALUE "SALES-REP FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-AR-OPEN  PIC X(30)
           VALUE "AR-OPEN FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-COMM-RPT PIC X(30)
           VALUE "COMM-RPT FILE WAS NOT OPENED!".
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ WORK FIELDS BEGINNING ===============".
      *----------------------------------------------------------------*
       77  WRK-EOF-INV-HIST     PIC X(01) VALUE "N".
           88 END-OF-INV-HIST          VALUE "Y".
       77  WRK-EOF-INVOICE      PIC X(01) VALUE "N".
           88 END-OF-INVOICE           VALUE "Y".
       77  WRK-EOF-SORT         PIC X(01) VALUE "N".
           88 END-OF-SORT              VALUE "Y".
       01  WRK-REQ-PERIOD          PIC 9(06) VALUE ZEROS.
       01  FILLER REDEFINES WRK-REQ-PERIOD.
           05 WRK-REQ-YEAR         PIC 9(04).
           05 WRK-REQ-MONTH        PIC 9(02).
       01  WRK-INV-DATE            PIC 9(08) VALUE ZEROS.
       01  FILLER REDEFINES WRK-INV-DATE.
           05 WRK-INV-PERIOD       PIC 9(06).
           05 WRK-INV-DAY          PIC 9(02).
       01  WRK-BUS-DATE            PIC 9(08) VALUE ZEROS.
       01  FILLER REDEFINES WRK-BUS-DATE.
           05 WRK-BUS-PERIOD       PIC 9(06).
           05 WRK-BUS-DAY          PIC 9(02).
       77  WRK-BASIS            PIC X(01) VALUE SPACES.
           88 INVOICED-BASIS           VALUE "I".
           88 PAID-BASIS               VALUE "P".
       77  WRK-BASIS-TEXT       PIC X(08) VALUE SPACES.
      *    THE RECORD BEING WORKED ON, WHICHEVER FILE IT CAME FROM.
       77  WRK-REC-ID           PIC 9(07) VALUE ZEROS.
       77  WRK-REC-DATE         PIC 9(08) VALUE ZEROS.
       77  WRK-REC-ID-CLI       PIC 9(05) VALUE ZEROS.
       77  WRK-REC-NAME         PIC X(20) VALUE SPACES.
       77  WRK-REC-TYPE         PIC X(01) VALUE SPACES.
       77  WRK-REC-REF-ID       PIC 9(07) VALUE ZEROS.
       77  WRK-REC-PRICE        PIC S9(08)V99 VALUE ZEROS.
       77  WRK-REC-TAX-CLASS    PIC X(02) VALUE SPACES.
       77  WRK-DOC-SELECTED     PIC X(01) VALUE "N".
           88 DOC-SELECTED             VALUE "Y".
       77  WRK-DOC-DATE         PIC 9(08) VALUE ZEROS.
       77  WRK-DOC-REP-ID       PIC 9(03) VALUE ZEROS.
       77  WRK-INVOICE-PAID     PIC X(01) VALUE "N".
           88 INVOICE-PAID             VALUE "Y".
      *    THE RATE LOOKUP KEEPS THE LAST REP READ, SO A RUN OF LINES
      *    FOR THE SAME REP DOES NOT REREAD SALESREP.DAT EACH TIME.
       77  WRK-RATE-REP-ID      PIC 9(03) VALUE ZEROS.
       77  WRK-RATE-CLASS       PIC X(02) VALUE SPACES.
       77  WRK-RATE-PCT         PIC 9(02)V99 VALUE ZEROS.
       77  WRK-RATE-IDX         PIC 9(01) VALUE ZEROS.
       77  WRK-LINE-COMM        PIC S9(08)V99 VALUE ZEROS.
       77  WRK-PREV-REP-ID      PIC 9(03) VALUE ZEROS.
       77  WRK-CURR-REP-NAME    PIC X(20) VALUE SPACES.
       77  WRK-FIRST-REP        PIC X(01) VALUE "Y".
           88 FIRST-REP                VALUE "Y".
       77  WRK-LINES-ON-PAGE    PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-DETAIL-LINES PIC 9(03) VALUE 55.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ DOCUMENT TABLE BEGINNING ============".
      *----------------------------------------------------------------*
      *    EVERY INVOICE AND CREDIT NOTE THE PERIOD PAYS ON. THE BASE
      *    ID IS THE INVOICE WHOSE DETAIL LINES PRICE THE DOCUMENT --
      *    ITS OWN ID FOR AN INVOICE, THE REVERSED INVOICE FOR A
      *    CREDIT NOTE.
       77  WRK-DOC-COUNT        PIC 9(04) VALUE ZEROS.
       77  WRK-DOC-SUB          PIC 9(04) VALUE ZEROS.
       77  WRK-MAX-DOCS         PIC 9(04) VALUE 3000.
       77  WRK-DOC-OVERFLOW     PIC 9(07) VALUE ZEROS.
       01  WRK-DOC-TAB.
           05 WRK-DOC-ENTRY OCCURS 3000 TIMES
                             INDEXED BY WRK-DOC-IDX.
              10 WRK-DOC-ID          PIC 9(07).
              10 WRK-DOC-BASE-ID     PIC 9(07).
              10 WRK-DOC-TYPE        PIC X(01).
              10 WRK-DOC-DT          PIC 9(08).
              10 WRK-DOC-ID-CLI      PIC 9(05).
              10 WRK-DOC-NAME        PIC X(20).
              10 WRK-DOC-REP         PIC 9(03).
              10 WRK-DOC-HDR-NET     PIC S9(08)V99.
              10 WRK-DOC-NET         PIC S9(10)V99.
              10 WRK-DOC-COMM        PIC S9(10)V99.
              10 WRK-DOC-LINES       PIC 9(03).
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ PAYROLL TABLE BEGINNING =============".
      *----------------------------------------------------------------*
      *    ONE ENTRY PER REP, FILLED AT EACH REP BREAK IN REP ORDER
      *    AND PRINTED ON THE SUMMARY PAGE. REP IDS RUN 001-999.
       77  WRK-PAY-COUNT        PIC 9(03) VALUE ZEROS.
       77  WRK-PAY-SUB          PIC 9(03) VALUE ZEROS.
       01  WRK-PAY-TAB.
           05 WRK-PAY-ENTRY OCCURS 999 TIMES
                             INDEXED BY WRK-PAY-IDX.
              10 WRK-PAY-REP-ID      PIC 9(03).
              10 WRK-PAY-NAME        PIC X(20).
              10 WRK-PAY-DOCS        PIC 9(05).
              10 WRK-PAY-NET         PIC S9(12)V99.
              10 WRK-PAY-COMM        PIC S9(12)V99.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ CONTROL TOTALS BEGINNING ============".
      *----------------------------------------------------------------*
       77  WRK-HIST-READ-CNT       PIC 9(07) VALUE ZEROS.
       77  WRK-CURR-READ-CNT       PIC 9(07) VALUE ZEROS.
       77  WRK-NO-REP-CNT          PIC 9(07) VALUE ZEROS.
       77  WRK-BAD-REP-CNT         PIC 9(07) VALUE ZEROS.
       77  WRK-REP-DOCS            PIC 9(05) VALUE ZEROS.
       77  WRK-REP-NET             PIC S9(12)V99 VALUE ZEROS.
       77  WRK-REP-COMM            PIC S9(12)V99 VALUE ZEROS.
       77  WRK-GRAND-DOCS          PIC 9(07) VALUE ZEROS.
       77  WRK-GRAND-NET           PIC S9(12)V99 VALUE ZEROS.
       77  WRK-GRAND-COMM          PIC S9(12)V99 VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ PRINT LINES BEGINNING ===============".
      *----------------------------------------------------------------*
       01  WRK-LINE-RULER          PIC X(80) VALUE ALL "=".
       01  WRK-LINE-DASH           PIC X(80) VALUE ALL "-".
       01  WRK-LINE-HDR1.
           05 FILLER               PIC X(11) VALUE "SALES REP: ".
           05 WRK-HDR1-REP-ID      PIC 9(03).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-HDR1-NAME        PIC X(20).
           05 FILLER               PIC X(10) VALUE "  PERIOD: ".
           05 WRK-HDR1-YEAR        PIC 9(04).
           05 FILLER               PIC X(01) VALUE "/".
           05 WRK-HDR1-MONTH       PIC 9(02).
           05 FILLER               PIC X(09) VALUE "  BASIS: ".
           05 WRK-HDR1-BASIS       PIC X(08).
           05 FILLER               PIC X(10) VALUE SPACES.
      *    ON THE PAID BASIS THE DATE OF AN INVOICE LINE IS THE DAY IT
      *    WAS PAID, NOT THE DAY IT WAS ISSUED.
       01  WRK-LINE-HDR2.
           05 FILLER               PIC X(06) VALUE "CLIENT".
           05 FILLER               PIC X(21) VALUE " NAME".
           05 FILLER               PIC X(08) VALUE "INVOICE".
           05 FILLER               PIC X(11) VALUE "DATE".
           05 FILLER               PIC X(02) VALUE "TP".
           05 FILLER               PIC X(15) VALUE "     NET VALUE".
           05 FILLER               PIC X(15) VALUE "    COMMISSION".
           05 FILLER               PIC X(02) VALUE SPACES.
       01  WRK-LINE-DET.
           05 WRK-DET-ID-CLI       PIC 9(05).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-DET-NAME         PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-DET-ID           PIC 9(07).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-DET-YEAR         PIC 9(04).
           05 FILLER               PIC X(01) VALUE "/".
           05 WRK-DET-MONTH        PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 WRK-DET-DAY          PIC 9(02).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-DET-TYPE         PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-DET-NET          PIC ZZ.ZZZ.ZZ9,99-.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-DET-COMM         PIC ZZ.ZZZ.ZZ9,99-.
           05 FILLER               PIC X(03) VALUE SPACES.
       01  WRK-LINE-TOT.
           05 FILLER               PIC X(12) VALUE "REP TOTAL - ".
           05 WRK-TOT-DOCS         PIC ZZ.ZZ9.
           05 FILLER               PIC X(30) VALUE " DOCUMENT(S)".
           05 WRK-TOT-NET          PIC ZZ.ZZZ.ZZ9,99-.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-TOT-COMM         PIC ZZ.ZZZ.ZZ9,99-.
           05 FILLER               PIC X(03) VALUE SPACES.
       01  WRK-LINE-SUM1.
           05 FILLER               PIC X(31)
              VALUE "COMMISSION PAYROLL SUMMARY FOR ".
           05 WRK-SUM1-YEAR        PIC 9(04).
           05 FILLER               PIC X(01) VALUE "/".
           05 WRK-SUM1-MONTH       PIC 9(02).
           05 FILLER               PIC X(10) VALUE " - BASIS: ".
           05 WRK-SUM1-BASIS       PIC X(08).
           05 FILLER               PIC X(24) VALUE SPACES.
       01  WRK-LINE-SUMH.
           05 FILLER               PIC X(04) VALUE "REP".
           05 FILLER               PIC X(21) VALUE "NAME".
           05 FILLER               PIC X(06) VALUE "  DOCS".
           05 FILLER               PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(15) VALUE "      NET VALUE".
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(15) VALUE "     COMMISSION".
           05 FILLER               PIC X(13) VALUE SPACES.
       01  WRK-LINE-SUM.
           05 WRK-SUM-REP-ID       PIC 9(03).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-SUM-NAME         PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-SUM-DOCS         PIC ZZ.ZZ9.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 WRK-SUM-NET          PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-SUM-COMM         PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER               PIC X(13) VALUE SPACES.
       01  WRK-LINE-GRAND.
           05 FILLER               PIC X(22) VALUE "PAYROLL TOTAL".
           05 WRK-GRD-DOCS         PIC Z.ZZZ.ZZ9.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 WRK-GRD-NET          PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-GRD-COMM         PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER               PIC X(13) VALUE SPACES.
      *================================================================*
      *----------------------------------------------------------------*
      *================================================================*
       PROCEDURE                       DIVISION.
      *----------------------------------------------------------------*
           PERFORM 0100-INIT.
           PERFORM 0200-SELECT-DOCUMENTS.
           PERFORM 0300-PRICE-DOCUMENTS.
           SORT SORT-WORK
               ON ASCENDING KEY RG-SORT-REP-ID
               ON ASCENDING KEY RG-SORT-ID-CLI
               ON ASCENDING KEY RG-SORT-ID
               INPUT PROCEDURE IS 0400-RELEASE-DOCUMENTS
               OUTPUT PROCEDURE IS 0500-PRINT-STATEMENTS.
           PERFORM 0600-END.
           STOP RUN.
      *----------------------------------------------------------------*
       0100-INIT                       SECTION.
           DISPLAY "COMMISSION PERIOD (YYYYMM, BLANK=BUSINESS DATE): "
                   WITH NO ADVANCING.
           ACCEPT WRK-REQ-PERIOD.
           IF WRK-REQ-PERIOD NOT NUMERIC
              OR WRK-REQ-MONTH LESS THAN 01
              OR WRK-REQ-MONTH GREATER THAN 12
              PERFORM 0110-DEFAULT-PERIOD
           END-IF.
           IF WRK-REQ-PERIOD NOT NUMERIC
              OR WRK-REQ-MONTH LESS THAN 01
              OR WRK-REQ-MONTH GREATER THAN 12
              DISPLAY "INVALID PERIOD: " WRK-REQ-PERIOD
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY "BASIS (I=INVOICED, P=PAID, BLANK=INVOICED): "
                   WITH NO ADVANCING.
           ACCEPT WRK-BASIS.
           IF WRK-BASIS EQUAL SPACES
              MOVE "I" TO WRK-BASIS
           END-IF.
           IF NOT INVOICED-BASIS AND NOT PAID-BASIS
              DISPLAY "INVALID BASIS: " WRK-BASIS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF PAID-BASIS
              MOVE "PAID" TO WRK-BASIS-TEXT
           ELSE
              MOVE "INVOICED" TO WRK-BASIS-TEXT
           END-IF.
           OPEN INPUT CLIENTS.
                IF FS-CLIENTS-STATUS NOT EQUAL 00
                   DISPLAY WRK-OPEN-ERR-CLIENTS
                   DISPLAY "STATUS: " FS-CLIENTS-STATUS
                   MOVE 8 TO RETURN-CODE
                  GOBACK
                END-IF.
           OPEN INPUT SALES-REP.
                IF FS-SALES-REP-STATUS NOT EQUAL 00
                   DISPLAY WRK-OPEN-ERR-SALES-REP
                   DISPLAY "STATUS: " FS-SALES-REP-STATUS
                   MOVE 8 TO RETURN-CODE
                  GOBACK
                END-IF.
      *    THE RECEIVABLES FILE IS NEEDED ONLY TO TELL WHAT WAS PAID.
           IF PAID-BASIS
              OPEN INPUT AR-OPEN
              IF FS-AR-OPEN-STATUS NOT EQUAL 00
                 DISPLAY WRK-OPEN-ERR-AR-OPEN
                 DISPLAY "STATUS: " FS-AR-OPEN-STATUS
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.
           OPEN OUTPUT COMM-RPT.
                IF FS-COMM-RPT-STATUS NOT EQUAL 00
                   DISPLAY WRK-OPEN-ERR-COMM-RPT
                   DISPLAY "STATUS: " FS-COMM-RPT-STATUS
                   MOVE 8 TO RETURN-CODE
                  GOBACK
                END-IF.
      *----------------------------------------------------------------*
       0190-INIT-HELPERS               SECTION.
      *    A BLANK OR UNUSABLE PERIOD ANSWER DEFAULTS TO THE PERIOD OF
      *    THE OPERATOR-SET BUSINESS DATE; A SHOP NOT YET ON BUSINESS-
      *    DATE CONTROL FALLS BACK TO THE SYSTEM DATE'S PERIOD, AS THE
      *    OTHER DATE-DRIVEN READERS DO.
       0110-DEFAULT-PERIOD.
           MOVE ZEROS TO WRK-BUS-DATE.
           OPEN INPUT BUS-DATE.
           IF FS-BUS-DATE-STATUS EQUAL 00
              READ BUS-DATE
                  AT END
                      MOVE ZEROS TO RG-BUSDATE-DATE
              END-READ
              CLOSE BUS-DATE
              IF RG-BUSDATE-DATE NUMERIC
                 AND RG-BUSDATE-DATE GREATER THAN ZEROS
                 MOVE RG-BUSDATE-DATE TO WRK-BUS-DATE
              END-IF
           END-IF.
           IF WRK-BUS-DATE EQUAL ZEROS
              ACCEPT WRK-BUS-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE WRK-BUS-PERIOD TO WRK-REQ-PERIOD.
      *----------------------------------------------------------------*
      *    FIRST PASS: EVERY HEADER ON BOTH FILES IS TESTED AGAINST
      *    THE PERIOD AND THE BASIS, AND EACH ONE THAT COUNTS GOES
      *    INTO THE DOCUMENT TABLE UNDER ITS CLIENT'S REP.
       0200-SELECT-DOCUMENTS           SECTION.
           PERFORM 0210-OPEN-INVOICE-FILES.
           PERFORM 0220-READ-INV-HIST.
           PERFORM UNTIL END-OF-INV-HIST
               PERFORM 0225-TAKE-HIST-RECORD
               PERFORM 0250-SELECT-RECORD
               PERFORM 0220-READ-INV-HIST
           END-PERFORM.
           PERFORM 0230-READ-INVOICE.
           PERFORM UNTIL END-OF-INVOICE
               PERFORM 0235-TAKE-INVOICE-RECORD
               PERFORM 0250-SELECT-RECORD
               PERFORM 0230-READ-INVOICE
           END-PERFORM.
           PERFORM 0240-CLOSE-INVOICE-FILES.
      *----------------------------------------------------------------*
       0290-SELECT-HELPERS             SECTION.
      *    THE FIRST YEAR OF OPERATION HAS NO HISTORY FILE YET; THE
      *    RUN THEN WORKS FROM NF.DAT ALONE. BOTH FILES ARE READ TWICE,
      *    SO THE OPEN AND CLOSE SERVE EACH PASS.
       0210-OPEN-INVOICE-FILES.
           MOVE "N" TO WRK-EOF-INV-HIST.
           MOVE "N" TO WRK-EOF-INVOICE.
           OPEN INPUT INV-HIST.
           IF FS-INV-HIST-STATUS EQUAL 35
              MOVE "Y" TO WRK-EOF-INV-HIST
           ELSE
              IF FS-INV-HIST-STATUS NOT EQUAL 00
                 DISPLAY "INV-HIST FILE OPEN STATUS: "
                         FS-INV-HIST-STATUS
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.
           OPEN INPUT INVOICE.
                IF FS-INVOICE-STATUS NOT EQUAL 00
                   DISPLAY WRK-OPEN-ERR-INVOICE
                   DISPLAY "STATUS: " FS-INVOICE-STATUS
                   MOVE 8 TO RETURN-CODE
                  GOBACK
                END-IF.
      *----------------------------------------------------------------*
       0220-READ-INV-HIST.
           READ INV-HIST
               AT END
                   MOVE "Y" TO WRK-EOF-INV-HIST
               NOT AT END
                   ADD 1 TO WRK-HIST-READ-CNT
           END-READ.
      *----------------------------------------------------------------*
       0225-TAKE-HIST-RECORD.
           MOVE RG-HIST-ID        TO WRK-REC-ID.
           MOVE RG-HIST-DATE      TO WRK-REC-DATE.
           MOVE RG-HIST-ID-CLI    TO WRK-REC-ID-CLI.
           MOVE RG-HIST-NAME      TO WRK-REC-NAME.
           MOVE RG-HIST-TYPE      TO WRK-REC-TYPE.
           MOVE RG-HIST-REF-ID    TO WRK-REC-REF-ID.
           MOVE RG-HIST-PRICE     TO WRK-REC-PRICE.
           MOVE RG-HIST-TAX-CLASS TO WRK-REC-TAX-CLASS.
      *----------------------------------------------------------------*
       0230-READ-INVOICE.
           READ INVOICE
               AT END
                   MOVE "Y" TO WRK-EOF-INVOICE
               NOT AT END
                   ADD 1 TO WRK-CURR-READ-CNT
           END-READ.
      *----------------------------------------------------------------*
       0235-TAKE-INVOICE-RECORD.
           MOVE RG-INVOICE-ID        TO WRK-REC-ID.
           MOVE RG-INVOICE-DATE      TO WRK-REC-DATE.
           MOVE RG-INVOICE-ID-CLI    TO WRK-REC-ID-CLI.
           MOVE RG-INVOICE-NAME      TO WRK-REC-NAME.
           MOVE RG-INVOICE-TYPE      TO WRK-REC-TYPE.
           MOVE RG-INVOICE-REF-ID    TO WRK-REC-REF-ID.
           MOVE RG-INVOICE-PRICE     TO WRK-REC-PRICE.
           MOVE RG-INVOICE-TAX-CLASS TO WRK-REC-TAX-CLASS.
      *----------------------------------------------------------------*
       0240-CLOSE-INVOICE-FILES.
           IF FS-INV-HIST-STATUS EQUAL 00 OR FS-INV-HIST-STATUS
              EQUAL 10
              CLOSE INV-HIST
           END-IF.
           CLOSE INVOICE.
      *----------------------------------------------------------------*
      *    DETAIL LINES WAIT FOR THE SECOND PASS. ON THE INVOICED
      *    BASIS A HEADER COUNTS IN THE PERIOD OF ITS OWN DATE. ON THE
      *    PAID BASIS AN INVOICE COUNTS IN THE PERIOD ITS OPEN ITEM
      *    WAS CLOSED WITH CASH ON IT, AND A CREDIT NOTE OF THE PERIOD
      *    COUNTS ONLY IF THE INVOICE IT REVERSES HAD BEEN PAID --
      *    AN UNPAID INVOICE EARNED NOTHING TO CLAW BACK.
       0250-SELECT-RECORD.
           MOVE "N" TO WRK-DOC-SELECTED.
           IF WRK-REC-TYPE NOT EQUAL "D"
              MOVE WRK-REC-DATE TO WRK-DOC-DATE
              IF PAID-BASIS
                 IF WRK-REC-TYPE EQUAL "C"
                    MOVE WRK-REC-REF-ID TO RG-AROPEN-ID
                 ELSE
                    MOVE WRK-REC-ID TO RG-AROPEN-ID
                 END-IF
                 PERFORM 0255-CHECK-PAID
                 IF INVOICE-PAID
                    IF WRK-REC-TYPE NOT EQUAL "C"
                       MOVE RG-AROPEN-CLOSE-DATE TO WRK-DOC-DATE
                    END-IF
                    MOVE WRK-DOC-DATE TO WRK-INV-DATE
                    IF WRK-INV-PERIOD EQUAL WRK-REQ-PERIOD
                       MOVE "Y" TO WRK-DOC-SELECTED
                    END-IF
                 END-IF
              ELSE
                 MOVE WRK-DOC-DATE TO WRK-INV-DATE
                 IF WRK-INV-PERIOD EQUAL WRK-REQ-PERIOD
                    MOVE "Y" TO WRK-DOC-SELECTED
                 END-IF
              END-IF
           END-IF.
           IF DOC-SELECTED
              PERFORM 0260-FIND-REP
           END-IF.
           IF DOC-SELECTED
              PERFORM 0270-ADD-DOCUMENT
           END-IF.
      *----------------------------------------------------------------*
      *    PAID MEANS CLOSED WITH CASH APPLIED. AN ITEM CLOSED ONLY BY
      *    ITS CREDIT NOTE WAS NEVER COLLECTED; AN ITEM CLOSED BEFORE
      *    CLOSE DATES WERE KEPT CANNOT BE PLACED IN A PERIOD.
       0255-CHECK-PAID.
           MOVE "N" TO WRK-INVOICE-PAID.
           READ AR-OPEN KEY IS RG-AROPEN-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RG-AROPEN-STATUS EQUAL "C"
                      AND RG-AROPEN-PAID GREATER THAN ZEROS
                      AND RG-AROPEN-CLOSE-DATE NUMERIC
                      AND RG-AROPEN-CLOSE-DATE GREATER THAN ZEROS
                      MOVE "Y" TO WRK-INVOICE-PAID
                   END-IF
           END-READ.
      *----------------------------------------------------------------*
      *    THE REP IS THE ONE ON THE CLIENT RECORD TODAY. A CLIENT
      *    WITH NO REP EARNS NO COMMISSION; A REP ID NOT ON
      *    SALESREP.DAT IS LISTED SO THE CLIENT CAN BE PUT RIGHT.
       0260-FIND-REP.
           MOVE ZEROS TO WRK-DOC-REP-ID.
           MOVE WRK-REC-ID-CLI TO RG-CLIENTS-ID.
           READ CLIENTS KEY IS RG-CLIENTS-ID
               INVALID KEY
                   MOVE ZEROS TO WRK-DOC-REP-ID
               NOT INVALID KEY
                   IF RG-CLIENTS-REP-ID NUMERIC
                      MOVE RG-CLIENTS-REP-ID TO WRK-DOC-REP-ID
                   END-IF
           END-READ.
           IF WRK-DOC-REP-ID EQUAL ZEROS
              ADD 1 TO WRK-NO-REP-CNT
              MOVE "N" TO WRK-DOC-SELECTED
           ELSE
              MOVE WRK-DOC-REP-ID TO RG-SALESREP-ID
              READ SALES-REP KEY IS RG-SALESREP-ID
                  INVALID KEY
                      ADD 1 TO WRK-BAD-REP-CNT
                      MOVE "N" TO WRK-DOC-SELECTED
                      DISPLAY "*** CLIENT " WRK-REC-ID-CLI " REP "
                              WRK-DOC-REP-ID
                              " NOT ON SALESREP.DAT, DOCUMENT "
                              WRK-REC-ID " SKIPPED ***"
              END-READ
              MOVE ZEROS TO WRK-RATE-REP-ID
           END-IF.
      *----------------------------------------------------------------*
       0270-ADD-DOCUMENT.
           IF WRK-DOC-COUNT NOT LESS THAN WRK-MAX-DOCS
              ADD 1 TO WRK-DOC-OVERFLOW
           ELSE
              ADD 1 TO WRK-DOC-COUNT
              SET WRK-DOC-IDX TO WRK-DOC-COUNT
              MOVE WRK-REC-ID     TO WRK-DOC-ID (WRK-DOC-IDX)
              IF WRK-REC-TYPE EQUAL "C"
                 MOVE WRK-REC-REF-ID TO WRK-DOC-BASE-ID (WRK-DOC-IDX)
                 MOVE "C"            TO WRK-DOC-TYPE (WRK-DOC-IDX)
              ELSE
                 MOVE WRK-REC-ID     TO WRK-DOC-BASE-ID (WRK-DOC-IDX)
                 MOVE "N"            TO WRK-DOC-TYPE (WRK-DOC-IDX)
              END-IF
              MOVE WRK-DOC-DATE   TO WRK-DOC-DT (WRK-DOC-IDX)
              MOVE WRK-REC-ID-CLI TO WRK-DOC-ID-CLI (WRK-DOC-IDX)
              MOVE WRK-REC-NAME   TO WRK-DOC-NAME (WRK-DOC-IDX)
              MOVE WRK-DOC-REP-ID TO WRK-DOC-REP (WRK-DOC-IDX)
              MOVE WRK-REC-PRICE  TO WRK-DOC-HDR-NET (WRK-DOC-IDX)
              MOVE ZEROS          TO WRK-DOC-NET (WRK-DOC-IDX)
              MOVE ZEROS          TO WRK-DOC-COMM (WRK-DOC-IDX)
              MOVE ZEROS          TO WRK-DOC-LINES (WRK-DOC-IDX)
           END-IF.
      *----------------------------------------------------------------*
      *    SECOND PASS: EVERY DETAIL LINE IS PRICED INTO EACH TABLE
      *    DOCUMENT IT BELONGS TO -- AN INVOICE AND A CREDIT NOTE
      *    REVERSING IT IN THE SAME PERIOD BOTH TAKE THE SAME LINES.
      *    THE REVERSED INVOICE MAY BE MONTHS OLD AND ALREADY ON
      *    NFHIST.DAT, WHICH IS WHY THE WHOLE OF BOTH FILES IS READ.
       0300-PRICE-DOCUMENTS            SECTION.
           IF WRK-DOC-COUNT GREATER THAN ZEROS
              PERFORM 0210-OPEN-INVOICE-FILES
              PERFORM 0220-READ-INV-HIST
              PERFORM UNTIL END-OF-INV-HIST
                  IF RG-HIST-TYPE EQUAL "D"
                     PERFORM 0225-TAKE-HIST-RECORD
                     PERFORM 0310-PRICE-LINE
                  END-IF
                  PERFORM 0220-READ-INV-HIST
              END-PERFORM
              PERFORM 0230-READ-INVOICE
              PERFORM UNTIL END-OF-INVOICE
                  IF RG-INVOICE-TYPE EQUAL "D"
                     PERFORM 0235-TAKE-INVOICE-RECORD
                     PERFORM 0310-PRICE-LINE
                  END-IF
                  PERFORM 0230-READ-INVOICE
              END-PERFORM
              PERFORM 0240-CLOSE-INVOICE-FILES
              PERFORM 0330-FINISH-DOCUMENT
                  VARYING WRK-DOC-SUB FROM 1 BY 1
                  UNTIL WRK-DOC-SUB GREATER THAN WRK-DOC-COUNT
           END-IF.
      *----------------------------------------------------------------*
       0390-PRICE-HELPERS              SECTION.
       0310-PRICE-LINE.
           PERFORM VARYING WRK-DOC-SUB FROM 1 BY 1
                     UNTIL WRK-DOC-SUB GREATER THAN WRK-DOC-COUNT
               SET WRK-DOC-IDX TO WRK-DOC-SUB
               IF WRK-DOC-BASE-ID (WRK-DOC-IDX) EQUAL WRK-REC-ID
                  MOVE WRK-DOC-REP (WRK-DOC-IDX) TO RG-SALESREP-ID
                  MOVE WRK-REC-TAX-CLASS TO WRK-RATE-CLASS
                  PERFORM 0320-FIND-RATE
                  COMPUTE WRK-LINE-COMM ROUNDED =
                          WRK-REC-PRICE * WRK-RATE-PCT / 100
                  ADD WRK-REC-PRICE TO WRK-DOC-NET (WRK-DOC-IDX)
                  ADD WRK-LINE-COMM TO WRK-DOC-COMM (WRK-DOC-IDX)
                  ADD 1 TO WRK-DOC-LINES (WRK-DOC-IDX)
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *    THE REP'S RATE FOR WRK-RATE-CLASS, OR THE GENERAL PERCENT
      *    WHEN THE CLASS IS BLANK OR NOT ONE OF THE REP'S OWN.
       0320-FIND-RATE.
           IF RG-SALESREP-ID NOT EQUAL WRK-RATE-REP-ID
              READ SALES-REP KEY IS RG-SALESREP-ID
                  INVALID KEY
                      MOVE ZEROS TO RG-SALESREP-COMM-PCT
                      MOVE SPACES TO RG-SALESREP-CLASS (1)
                                     RG-SALESREP-CLASS (2)
                                     RG-SALESREP-CLASS (3)
                                     RG-SALESREP-CLASS (4)
                                     RG-SALESREP-CLASS (5)
              END-READ
              MOVE RG-SALESREP-ID TO WRK-RATE-REP-ID
           END-IF.
           MOVE RG-SALESREP-COMM-PCT TO WRK-RATE-PCT.
           IF WRK-RATE-CLASS NOT EQUAL SPACES
              PERFORM VARYING WRK-RATE-IDX FROM 1 BY 1
                        UNTIL WRK-RATE-IDX GREATER THAN 5
                  IF RG-SALESREP-CLASS (WRK-RATE-IDX)
                     EQUAL WRK-RATE-CLASS
                     MOVE RG-SALESREP-CLASS-PCT (WRK-RATE-IDX)
                       TO WRK-RATE-PCT
                  END-IF
              END-PERFORM
           END-IF.
      *----------------------------------------------------------------*
      *    A CREDIT NOTE TAKES THE REVERSED INVOICE'S LINES WITH THE
      *    SIGN TURNED, SO IT CLAWS BACK EXACTLY WHAT THE INVOICE
      *    EARNED. A DOCUMENT WITH NO LINES FOUND -- AN INVOICE FROM
      *    BEFORE DETAIL LINES WERE KEPT, OR A CREDIT WHOSE INVOICE IS
      *    NO LONGER ON FILE -- IS PAID ON ITS OWN HEADER TOTAL AT THE
      *    GENERAL PERCENT (NEGATIVE FOR A CREDIT).
       0330-FINISH-DOCUMENT.
           SET WRK-DOC-IDX TO WRK-DOC-SUB.
           IF WRK-DOC-LINES (WRK-DOC-IDX) EQUAL ZEROS
              MOVE WRK-DOC-REP (WRK-DOC-IDX) TO RG-SALESREP-ID
              MOVE SPACES TO WRK-RATE-CLASS
              PERFORM 0320-FIND-RATE
              MOVE WRK-DOC-HDR-NET (WRK-DOC-IDX)
                TO WRK-DOC-NET (WRK-DOC-IDX)
              COMPUTE WRK-DOC-COMM (WRK-DOC-IDX) ROUNDED =
                      WRK-DOC-HDR-NET (WRK-DOC-IDX) * WRK-RATE-PCT
                      / 100
           ELSE
              IF WRK-DOC-TYPE (WRK-DOC-IDX) EQUAL "C"
                 COMPUTE WRK-DOC-NET (WRK-DOC-IDX) =
                         ZERO - WRK-DOC-NET (WRK-DOC-IDX)
                 COMPUTE WRK-DOC-COMM (WRK-DOC-IDX) =
                         ZERO - WRK-DOC-COMM (WRK-DOC-IDX)
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0400-RELEASE-DOCUMENTS          SECTION.
           PERFORM 0410-RELEASE-DOCUMENT
               VARYING WRK-DOC-SUB FROM 1 BY 1
               UNTIL WRK-DOC-SUB GREATER THAN WRK-DOC-COUNT.
      *----------------------------------------------------------------*
       0490-RELEASE-HELPERS            SECTION.
       0410-RELEASE-DOCUMENT.
           SET WRK-DOC-IDX TO WRK-DOC-SUB.
           MOVE WRK-DOC-REP (WRK-DOC-IDX)    TO RG-SORT-REP-ID.
           MOVE WRK-DOC-ID-CLI (WRK-DOC-IDX) TO RG-SORT-ID-CLI.
           MOVE WRK-DOC-ID (WRK-DOC-IDX)     TO RG-SORT-ID.
           MOVE WRK-DOC-TYPE (WRK-DOC-IDX)   TO RG-SORT-TYPE.
           MOVE WRK-DOC-DT (WRK-DOC-IDX)     TO RG-SORT-DATE.
           MOVE WRK-DOC-NAME (WRK-DOC-IDX)   TO RG-SORT-NAME.
           MOVE WRK-DOC-NET (WRK-DOC-IDX)    TO RG-SORT-NET.
           MOVE WRK-DOC-COMM (WRK-DOC-IDX)   TO RG-SORT-COMM.
           RELEASE RG-SORT.
      *----------------------------------------------------------------*
       0500-PRINT-STATEMENTS           SECTION.
           PERFORM 0510-RETURN-SORT.
           PERFORM UNTIL END-OF-SORT
               IF FIRST-REP
                  OR RG-SORT-REP-ID NOT EQUAL WRK-PREV-REP-ID
                  PERFORM 0520-BREAK-REP
               END-IF
               PERFORM 0530-PRINT-DETAIL
               PERFORM 0510-RETURN-SORT
           END-PERFORM.
           IF NOT FIRST-REP
              PERFORM 0540-PRINT-REP-TOTAL
           END-IF.
           PERFORM 0550-PRINT-SUMMARY.
      *----------------------------------------------------------------*
       0590-PRINT-HELPERS              SECTION.
       0510-RETURN-SORT.
           RETURN SORT-WORK
               AT END
                   MOVE "Y" TO WRK-EOF-SORT
           END-RETURN.
      *----------------------------------------------------------------*
       0520-BREAK-REP.
           IF NOT FIRST-REP
              PERFORM 0540-PRINT-REP-TOTAL
           END-IF.
           MOVE "N" TO WRK-FIRST-REP.
           MOVE RG-SORT-REP-ID TO WRK-PREV-REP-ID.
           MOVE RG-SORT-REP-ID TO RG-SALESREP-ID.
           READ SALES-REP KEY IS RG-SALESREP-ID
               INVALID KEY
                   MOVE SPACES TO WRK-CURR-REP-NAME
               NOT INVALID KEY
                   MOVE RG-SALESREP-NAME TO WRK-CURR-REP-NAME
           END-READ.
           MOVE ZEROS TO WRK-REP-DOCS.
           MOVE ZEROS TO WRK-REP-NET.
           MOVE ZEROS TO WRK-REP-COMM.
           PERFORM 0525-PRINT-PAGE-HEADER.
      *----------------------------------------------------------------*
       0525-PRINT-PAGE-HEADER.
           MOVE WRK-PREV-REP-ID   TO WRK-HDR1-REP-ID.
           MOVE WRK-CURR-REP-NAME TO WRK-HDR1-NAME.
           MOVE WRK-REQ-YEAR      TO WRK-HDR1-YEAR.
           MOVE WRK-REQ-MONTH     TO WRK-HDR1-MONTH.
           MOVE WRK-BASIS-TEXT    TO WRK-HDR1-BASIS.
           WRITE RG-COMM-RPT FROM WRK-LINE-RULER AFTER ADVANCING PAGE.
           WRITE RG-COMM-RPT FROM WRK-LINE-HDR1 AFTER ADVANCING 1 LINE.
           WRITE RG-COMM-RPT FROM WRK-LINE-RULER AFTER ADVANCING 1 LINE.
           WRITE RG-COMM-RPT FROM WRK-LINE-HDR2 AFTER ADVANCING 1 LINE.
           WRITE RG-COMM-RPT FROM WRK-LINE-DASH AFTER ADVANCING 1 LINE.
           MOVE ZEROS TO WRK-LINES-ON-PAGE.
      *----------------------------------------------------------------*
       0530-PRINT-DETAIL.
           IF WRK-LINES-ON-PAGE GREATER OR EQUAL WRK-MAX-DETAIL-LINES
              PERFORM 0525-PRINT-PAGE-HEADER
           END-IF.
           MOVE RG-SORT-ID-CLI TO WRK-DET-ID-CLI.
           MOVE RG-SORT-NAME TO WRK-DET-NAME.
           MOVE RG-SORT-ID TO WRK-DET-ID.
           MOVE RG-SORT-DATE TO WRK-INV-DATE.
           MOVE WRK-INV-PERIOD (1:4) TO WRK-DET-YEAR.
           MOVE WRK-INV-PERIOD (5:2) TO WRK-DET-MONTH.
           MOVE WRK-INV-DAY TO WRK-DET-DAY.
           MOVE RG-SORT-TYPE TO WRK-DET-TYPE.
           MOVE RG-SORT-NET TO WRK-DET-NET.
           MOVE RG-SORT-COMM TO WRK-DET-COMM.
           WRITE RG-COMM-RPT FROM WRK-LINE-DET AFTER ADVANCING 1 LINE.
           ADD 1 TO WRK-LINES-ON-PAGE.
           ADD 1 TO WRK-REP-DOCS.
           ADD RG-SORT-NET TO WRK-REP-NET.
           ADD RG-SORT-COMM TO WRK-REP-COMM.
      *----------------------------------------------------------------*
      *    THE REP'S TOTAL CLOSES THE STATEMENT AND IS KEPT FOR THE
      *    PAYROLL SUMMARY PAGE.
       0540-PRINT-REP-TOTAL.
           MOVE WRK-REP-DOCS TO WRK-TOT-DOCS.
           MOVE WRK-REP-NET TO WRK-TOT-NET.
           MOVE WRK-REP-COMM TO WRK-TOT-COMM.
           WRITE RG-COMM-RPT FROM WRK-LINE-DASH AFTER ADVANCING 1 LINE.
           WRITE RG-COMM-RPT FROM WRK-LINE-TOT AFTER ADVANCING 1 LINE.
           ADD 1 TO WRK-PAY-COUNT.
           SET WRK-PAY-IDX TO WRK-PAY-COUNT.
           MOVE WRK-PREV-REP-ID   TO WRK-PAY-REP-ID (WRK-PAY-IDX).
           MOVE WRK-CURR-REP-NAME TO WRK-PAY-NAME (WRK-PAY-IDX).
           MOVE WRK-REP-DOCS      TO WRK-PAY-DOCS (WRK-PAY-IDX).
           MOVE WRK-REP-NET       TO WRK-PAY-NET (WRK-PAY-IDX).
           MOVE WRK-REP-COMM      TO WRK-PAY-COMM (WRK-PAY-IDX).
           ADD WRK-REP-DOCS TO WRK-GRAND-DOCS.
           ADD WRK-REP-NET TO WRK-GRAND-NET.
           ADD WRK-REP-COMM TO WRK-GRAND-COMM.
      *----------------------------------------------------------------*
       0550-PRINT-SUMMARY.
           MOVE WRK-REQ-YEAR TO WRK-SUM1-YEAR.
           MOVE WRK-REQ-MONTH TO WRK-SUM1-MONTH.
           MOVE WRK-BASIS-TEXT TO WRK-SUM1-BASIS.
           WRITE RG-COMM-RPT FROM WRK-LINE-RULER AFTER ADVANCING PAGE.
           WRITE RG-COMM-RPT FROM WRK-LINE-SUM1 AFTER ADVANCING 1 LINE.
           WRITE RG-COMM-RPT FROM WRK-LINE-RULER AFTER ADVANCING 1 LINE.
           WRITE RG-COMM-RPT FROM WRK-LINE-SUMH AFTER ADVANCING 1 LINE.
           WRITE RG-COMM-RPT FROM WRK-LINE-DASH AFTER ADVANCING 1 LINE.
           PERFORM 0555-PRINT-PAYROLL-LINE
               VARYING WRK-PAY-SUB FROM 1 BY 1
               UNTIL WRK-PAY-SUB GREATER THAN WRK-PAY-COUNT.
           MOVE WRK-GRAND-DOCS TO WRK-GRD-DOCS.
           MOVE WRK-GRAND-NET TO WRK-GRD-NET.
           MOVE WRK-GRAND-COMM TO WRK-GRD-COMM.
           WRITE RG-COMM-RPT FROM WRK-LINE-DASH AFTER ADVANCING 1 LINE.
           WRITE RG-COMM-RPT FROM WRK-LINE-GRAND AFTER ADVANCING 1 LINE.
           WRITE RG-COMM-RPT FROM WRK-LINE-RULER AFTER ADVANCING 1 LINE.
      *----------------------------------------------------------------*
       0555-PRINT-PAYROLL-LINE.
           SET WRK-PAY-IDX TO WRK-PAY-SUB.
           MOVE WRK-PAY-REP-ID (WRK-PAY-IDX) TO WRK-SUM-REP-ID.
           MOVE WRK-PAY-NAME (WRK-PAY-IDX) TO WRK-SUM-NAME.
           MOVE WRK-PAY-DOCS (WRK-PAY-IDX) TO WRK-SUM-DOCS.
           MOVE WRK-PAY-NET (WRK-PAY-IDX) TO WRK-SUM-NET.
           MOVE WRK-PAY-COMM (WRK-PAY-IDX) TO WRK-SUM-COMM.
           WRITE RG-COMM-RPT FROM WRK-LINE-SUM AFTER ADVANCING 1 LINE.
      *----------------------------------------------------------------*
       0600-END                        SECTION.
           CLOSE CLIENTS.
           CLOSE SALES-REP.
           IF PAID-BASIS
              CLOSE AR-OPEN
           END-IF.
           CLOSE COMM-RPT.
           DISPLAY "HISTORY RECORDS READ     : " WRK-HIST-READ-CNT.
           DISPLAY "CURRENT RECORDS READ     : " WRK-CURR-READ-CNT.
           DISPLAY "DOCUMENTS PAID ON        : " WRK-DOC-COUNT.
           DISPLAY "DOCUMENTS WITH NO REP    : " WRK-NO-REP-CNT.
           DISPLAY "REPS PAID                : " WRK-PAY-COUNT.
           IF WRK-DOC-OVERFLOW GREATER THAN ZEROS
              OR WRK-BAD-REP-CNT GREATER THAN ZEROS
              DISPLAY "WARNING: " WRK-DOC-OVERFLOW
                      " DOCUMENT(S) OVER THE TABLE LIMIT AND "
                      WRK-BAD-REP-CNT
                      " FOR REPS NOT ON FILE WERE NOT PAID."
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "COMMISSION STATEMENTS PRINTED.".

      *----------------------------------------------------------------*
      *================================================================*
