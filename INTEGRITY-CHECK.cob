       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.INTEGRITY-CHECK.
      *================================================================*
      *    AUTHOR      : NATAN BOANAFINA.                              *
      *    ENTERPRISE  : NOT APPLICABLE                                *
      *    PROFESSOR   : IVAN PETRUCCI                                 *
      *    DATE        : 15/10/2026                                    *
      *                                                                *
      *----------------------------------------------------------------*
      *    PURPOSE     : WEEKLY REFERENTIAL INTEGRITY SWEEP. CHECKS    *
      *    THE MASTER AND TRANSACTION FILES AGAINST EACH OTHER AND     *
      *    PRINTS EVERY EXCEPTION FOUND: CONTRACTS ON CONTRACT.DAT FOR *
      *    A CLIENT NOT ON CLIENTES.DAT OR A PRODUCT NOT ON            *
      *    PRODUCTS.DAT; OPEN ITEMS ON AROPEN.DAT FOR A CLIENT NOT ON  *
      *    CLIENTES.DAT; INVOICE AND CREDIT NOTE HEADERS ON NFIDX.DAT  *
      *    WITH NO ITEM ON AROPEN.DAT; NFBILLED.DAT ENTRIES WHOSE      *
      *    INVOICE ID IS ON NEITHER NF.DAT NOR NFHIST.DAT; AND         *
      *    PRODUCTS WHOSE TAX CLASS HAS NO RATE ON TAXRATE.DAT. EACH   *
      *    CHECK PRINTS ITS EXCEPTIONS, THE RECORDS CHECKED AND AN     *
      *    EXCEPTION COUNT, AND A SUMMARY CLOSES THE REPORT. NOTHING   *
      *    IS CHANGED ON ANY FILE. THE JOB ENDS WITH RETURN CODE 8     *
      *    WHEN IT FINDS ANY EXCEPTION.                                *
      *                                                                *
      *    JOB ORDER   : WEEKLY, OUTSIDE THE DAILY CHAIN AND NOT ON    *
      *    THE RUN LOG. RUN IT WHEN THE DAY'S CHAIN HAS ENDED -- AFTER *
      *    CASH-APPLY -- SO EVERY HEADER INVOICE-LOAD PUT ON NFIDX.DAT *
      *    HAS ALREADY REACHED AROPEN.DAT.                             *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
      *    DDNAME                 I/O                 COPY/BOOK        *
      *    CLIENTS                 I                      -            *
      *    PRODUCTS                I                      -            *
      *    CONTRACT                I                      -            *
      *    AR-OPEN                 I                      -            *
      *    INV-IDX                 I                      -            *
      *    INVOICE                 I                      -            *
      *    INV-HIST                I                      -            *
      *    BILLED-REG              I                      -            *
      *    TAX-RATE                I                      -            *
      *    SORT-WORK               -                      -            *
      *    INTEG-RPT               O                      -            *
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
      *                    SELECT CLIENTES.DAT
      *=================================================================
           SELECT CLIENTS ASSIGN TO "CLIENTS_DD"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS RANDOM
                              RECORD KEY IS RG-CLIENTS-ID
                              FILE STATUS IS FS-CLIENTS-STATUS.

      *=================================================================
      *                    SELECT PRODUCTS.DAT
      *=================================================================
           SELECT PRODUCTS ASSIGN TO "PRODUCTS_DD"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS RG-PRODUCTS-CODE
                              FILE STATUS IS FS-PRODUCTS-STATUS.

      *=================================================================
      *                    SELECT CONTRACT.DAT
      *=================================================================
           SELECT CONTRACT ASSIGN TO "CONTRACT_DD"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS RG-CONTRACT-KEY
                              FILE STATUS IS FS-CONTRACT-STATUS.

      *=================================================================
      *                    SELECT AROPEN.DAT
      *=================================================================
           SELECT AR-OPEN ASSIGN TO "AROPEN_DD"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS RG-AROPEN-ID
                              FILE STATUS IS FS-AR-OPEN-STATUS.

      *=================================================================
      *                    SELECT NFIDX.DAT
      *=================================================================
           SELECT INV-IDX ASSIGN TO "NFIDX_DD"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS RG-IDX-KEY
                              ALTERNATE RECORD KEY IS RG-IDX-ID-CLI
                                  WITH DUPLICATES
                              FILE STATUS IS FS-INV-IDX-STATUS.

      *=================================================================
      *                    SELECT NF.DAT
      *=================================================================
           SELECT INVOICE ASSIGN TO "INVOICE_DD"
                              FILE STATUS IS FS-INVOICE-STATUS.

      *=================================================================
      *                    SELECT NFHIST.DAT
      *=================================================================
           SELECT INV-HIST ASSIGN TO "NFHIST_DD"
                              FILE STATUS IS FS-INV-HIST-STATUS.

      *=================================================================
      *                    SELECT NFBILLED.DAT
      *=================================================================
           SELECT BILLED-REG ASSIGN TO "NFBILLED_DD"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS RG-BILLED-ID
                              FILE STATUS IS FS-BILLED-REG-STATUS.

      *=================================================================
      *                    SELECT TAXRATE.DAT
      *=================================================================
           SELECT TAX-RATE ASSIGN TO "TAXRATE_DD"
                              FILE STATUS IS FS-TAX-RATE-STATUS.

      *=================================================================
      *                    SELECT SORT WORK FILE
      *=================================================================
           SELECT SORT-WORK ASSIGN TO "SORTWK_DD".

      *=================================================================
      *                    SELECT INTEGRITY EXCEPTION PRINT FILE
      *=================================================================
           SELECT INTEG-RPT ASSIGN TO "INTEGRPT_DD"
                              FILE STATUS IS FS-INTEG-RPT-STATUS.

      *----------------------------------------------------------------*
      *================================================================*
      *----------------------------------------------------------------*
       DATA                            DIVISION.
       FILE                            SECTION.
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

      **================== FD PRODUCTS BEGINNING ======================*
      *    A BLANK TAX CLASS, OR ONE WITH NO RATE ON TAXRATE.DAT, BILLS
      *    TAX-EXEMPT WITHOUT ANYONE HAVING DECIDED SO: BOTH ARE
      *    REPORTED.
       FD  PRODUCTS.
       01  RG-PRODUCTS.
           05 RG-PRODUCTS-CODE     PIC X(15).
           05 RG-PRODUCTS-DESC     PIC X(30).
           05 RG-PRODUCTS-LIST-PRICE PIC 9(08)V99.
           05 RG-PRODUCTS-TAX-CLASS  PIC X(02).

      **================== FD CONTRACT BEGINNING ======================*
       FD  CONTRACT.
       01  RG-CONTRACT.
           05 RG-CONTRACT-KEY.
              10 RG-CONTRACT-ID-CLI PIC 9(05).
              10 RG-CONTRACT-PROD   PIC X(15).
           05 RG-CONTRACT-PRICE    PIC 9(08)V99.

      **================== FD AR-OPEN BEGINNING =======================*
      *    SAME LAYOUT CASH-APPLY MAINTAINS. ONE ITEM PER INVOICE AND
      *    CREDIT NOTE, KEYED ON THE DOCUMENT NUMBER.
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

      **================== FD INV-IDX BEGINNING =======================*
      *    HEADERS KEY AS (INVOICE ID, 000) AND DETAILS AS (INVOICE
      *    ID, LINE NUMBER); ONLY THE HEADERS BECOME OPEN ITEMS.
       FD  INV-IDX.
       01  RG-IDX.
           05 RG-IDX-KEY.
              10 RG-IDX-ID         PIC 9(07).
              10 RG-IDX-SEQ        PIC 9(03).
           05 RG-IDX-DATE          PIC 9(08).
           05 RG-IDX-ID-CLI        PIC 9(05).
           05 RG-IDX-NAME          PIC X(20).
           05 RG-IDX-PROD          PIC X(15).
           05 RG-IDX-HDR REDEFINES RG-IDX-PROD.
              10 RG-IDX-LINE-CNT   PIC 9(03).
              10 FILLER            PIC X(12).
           05 RG-IDX-TYPE          PIC X(01).
           05 RG-IDX-REF-ID        PIC 9(07).
           05 RG-IDX-PRICE         PIC S9(08)V99.
           05 RG-IDX-TAX-CLASS     PIC X(02).
           05 RG-IDX-TAX           PIC S9(08)V99.
           05 RG-IDX-GROSS         PIC S9(08)V99.
           05 RG-IDX-QTY           PIC 9(05).

      **================== FD INVOICE BEGINNING =======================*
      *    HEADERS ("N" NORMAL, "C" CREDIT NOTE) CARRY THE INVOICE ID
      *    THE BILLING REGISTER POINTS AT; "D" DETAIL LINES REPEAT IT.
       FD  INVOICE.
       01  RG-INVOICE.
           05 RG-INVOICE-ID        PIC 9(07).
           05 RG-INVOICE-DATE      PIC 9(08).
           05 RG-INVOICE-ID-CLI    PIC 9(05).
           05 RG-INVOICE-NAME      PIC X(20).
           05 RG-INVOICE-PROD      PIC X(15).
           05 RG-INVOICE-TYPE      PIC X(01).
           05 FILLER               PIC X(44).

      **================== FD INV-HIST BEGINNING ======================*
      *    SAME LAYOUT AS NF.DAT -- THE ARCHIVE MOVES WHOLE RECORDS.
       FD  INV-HIST.
       01  RG-HIST.
           05 RG-HIST-ID           PIC 9(07).
           05 RG-HIST-DATE         PIC 9(08).
           05 RG-HIST-ID-CLI       PIC 9(05).
           05 RG-HIST-NAME         PIC X(20).
           05 RG-HIST-PROD         PIC X(15).
           05 RG-HIST-TYPE         PIC X(01).
           05 FILLER               PIC X(44).

      **================== FD BILLED-REG BEGINNING ====================*
      *    CUMULATIVE REGISTER OF EVERY SHOPPING ID EVER BILLED ONTO
      *    NF.DAT, WITH THE DATE AND INVOICE IT BILLED UNDER.
       FD  BILLED-REG.
       01  RG-BILLED.
           05 RG-BILLED-ID         PIC 9(05).
           05 RG-BILLED-DATE       PIC 9(08).
           05 RG-BILLED-INV-ID     PIC 9(07).

      **================== FD TAX-RATE BEGINNING ======================*
       FD  TAX-RATE.
       01  RG-TAXRATE.
           05 RG-TAXRATE-CLASS     PIC X(02).
           05 RG-TAXRATE-PCT       PIC 9(03)V99.

      **================== SD SORT-WORK BEGINNING =====================*
      *    EVERY INVOICE ID ON NF.DAT AND NFHIST.DAT (KIND "1") AND
      *    EVERY BILLING REGISTER ENTRY (KIND "2"), IN INVOICE ID
      *    ORDER WITH THE INVOICES AHEAD OF THE ENTRIES THAT POINT AT
      *    THEM.
       SD  SORT-WORK.
       01  RG-SORT.
           05 RG-SORT-INV-ID       PIC 9(07).
           05 RG-SORT-KIND         PIC X(01).
           05 RG-SORT-SHOP-ID      PIC 9(05).
           05 RG-SORT-DATE         PIC 9(08).

      **================== FD INTEG-RPT BEGINNING =====================*
       FD  INTEG-RPT.
       01  RG-INTEG-RPT            PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(047) VALUE
           "========== WORKING-STORAGE BEGINNING ==========".

      *----------------------------------------------------------------*
       01  FILLER          PIC X(047) VALUE
           "============ FILE-STATUS BEGINNING ============".
      *----------------------------------------------------------------*
       77  FS-CLIENTS-STATUS       PIC 9(02) VALUE ZEROS.
       77  FS-PRODUCTS-STATUS      PIC 9(02) VALUE ZEROS.
       77  FS-CONTRACT-STATUS      PIC 9(02) VALUE ZEROS.
       77  FS-AR-OPEN-STATUS       PIC 9(02) VALUE ZEROS.
       77  FS-INV-IDX-STATUS       PIC 9(02) VALUE ZEROS.
       77  FS-INVOICE-STATUS       PIC 9(02) VALUE ZEROS.
       77  FS-INV-HIST-STATUS      PIC 9(02) VALUE ZEROS.
       77  FS-BILLED-REG-STATUS    PIC 9(02) VALUE ZEROS.
       77  FS-TAX-RATE-STATUS      PIC 9(02) VALUE ZEROS.
       77  FS-INTEG-RPT-STATUS     PIC 9(02) VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ ERROR MESSAGES BEGINNING ============".
      *----------------------------------------------------------------*
       77  WRK-OPEN-ERR-CLIENTS  PIC X(30)
           VALUE "CLIENTS FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-PRODUCTS PIC X(30)
           VALUE "PRODUCTS FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-CONTRACT PIC X(30)
           VALUE "CONTRACT FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-AR-OPEN  PIC X(30)
           VALUE "AR-OPEN FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-INV-IDX  PIC X(30)
           VALUE "INV-IDX FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-INVOICE  PIC X(30)
           VALUE "INVOICE FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-INV-HIST PIC X(30)
           VALUE "INV-HIST FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-BILLED-REG PIC X(30)
           VALUE "BILLED FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-TAX-RATE PIC X(30)
           VALUE "TAX-RATE FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-INTEG-RPT PIC X(30)
           VALUE "INTEG-RPT FILE WAS NOT OPENED!".
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ WORK FIELDS BEGINNING ===============".
      *----------------------------------------------------------------*
       77  WRK-EOF-CHECK        PIC X(01) VALUE "N".
           88 END-OF-CHECK             VALUE "Y".
       77  WRK-EOF-SORT         PIC X(01) VALUE "N".
           88 END-OF-SORT              VALUE "Y".
       77  WRK-AROPEN-ON-FILE   PIC X(01) VALUE "N".
           88 AROPEN-ON-FILE           VALUE "Y".
      *    THE LAST INVOICE ID RETURNED FROM THE SORT, AND WHETHER ANY
      *    HAS BEEN RETURNED YET.
       77  WRK-LAST-INV-ID      PIC 9(07) VALUE ZEROS.
       77  WRK-ANY-INVOICE      PIC X(01) VALUE "N".
           88 ANY-INVOICE              VALUE "Y".
       77  WRK-RATE-FOUND       PIC X(01) VALUE "N".
           88 RATE-FOUND               VALUE "Y".
       01  WRK-RUN-DATE            PIC 9(08) VALUE ZEROS.
       01  FILLER REDEFINES WRK-RUN-DATE.
           05 WRK-RUN-YEAR         PIC 9(04).
           05 WRK-RUN-MONTH        PIC 9(02).
           05 WRK-RUN-DAY          PIC 9(02).
       77  WRK-PAGE-NO          PIC 9(04) VALUE ZEROS.
       77  WRK-LINES-ON-PAGE    PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-DETAIL-LINES PIC 9(03) VALUE 55.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ TAX RATE TABLE BEGINNING ============".
      *----------------------------------------------------------------*
       77  WRK-EOF-TAX-RATE     PIC X(01) VALUE "N".
           88 END-OF-TAX-RATE          VALUE "Y".
       77  WRK-RATE-COUNT       PIC 9(03) VALUE ZEROS.
       77  WRK-RATE-IDX         PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-RATES        PIC 9(03) VALUE 50.
       01  WRK-RATE-TAB.
           05 WRK-RATE-ENTRY OCCURS 50 TIMES
                              INDEXED BY WRK-RATE-TAB-IDX.
              10 WRK-RATE-CLASS      PIC X(02).
              10 WRK-RATE-PCT        PIC 9(03)V99.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ CONTROL TOTALS BEGINNING ============".
      *----------------------------------------------------------------*
      *    RECORDS CHECKED AND EXCEPTIONS FOUND BY THE CHECK IN HAND,
      *    THEN THE EXCEPTIONS OF EACH CHECK FOR THE SUMMARY.
       77  WRK-CHECKED-CNT         PIC 9(07) VALUE ZEROS.
       77  WRK-EXC-CNT             PIC 9(07) VALUE ZEROS.
       77  WRK-EXC-CONTRACT        PIC 9(07) VALUE ZEROS.
       77  WRK-EXC-AROPEN          PIC 9(07) VALUE ZEROS.
       77  WRK-EXC-INDEX           PIC 9(07) VALUE ZEROS.
       77  WRK-EXC-BILLED          PIC 9(07) VALUE ZEROS.
       77  WRK-EXC-PRODUCT         PIC 9(07) VALUE ZEROS.
       77  WRK-EXC-TOTAL           PIC 9(07) VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ PRINT LINES BEGINNING ===============".
      *----------------------------------------------------------------*
       01  WRK-PRINT-LINE          PIC X(80) VALUE SPACES.
       01  WRK-LINE-RULER          PIC X(80) VALUE ALL "=".
       01  WRK-LINE-DASH           PIC X(80) VALUE ALL "-".
       01  WRK-LINE-HDR1.
           05 FILLER               PIC X(40)
              VALUE "REFERENTIAL INTEGRITY SWEEP".
           05 FILLER               PIC X(10) VALUE "RUN DATE: ".
           05 WRK-HDR1-YEAR        PIC 9(04).
           05 FILLER               PIC X(01) VALUE "/".
           05 WRK-HDR1-MONTH       PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 WRK-HDR1-DAY         PIC 9(02).
           05 FILLER               PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(06) VALUE "PAGE: ".
           05 WRK-HDR1-PAGE        PIC ZZZ9.
       01  WRK-LINE-CHECK.
           05 FILLER               PIC X(06) VALUE "CHECK ".
           05 WRK-CHECK-NO         PIC 9(01).
           05 FILLER               PIC X(03) VALUE " - ".
           05 WRK-CHECK-TITLE      PIC X(70).
       01  WRK-LINE-EXC.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-EXC-FILE         PIC X(13).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-EXC-KEY          PIC X(36).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-EXC-REASON       PIC X(27).
       01  WRK-LINE-NOTE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-NOTE-TEXT        PIC X(78).
       01  WRK-LINE-CNT.
           05 FILLER               PIC X(19)
              VALUE "  RECORDS CHECKED: ".
           05 WRK-CNT-CHECKED      PIC Z.ZZZ.ZZ9.
           05 FILLER               PIC X(17)
              VALUE "    EXCEPTIONS: ".
           05 WRK-CNT-EXC          PIC Z.ZZZ.ZZ9.
           05 FILLER               PIC X(26) VALUE SPACES.
       01  WRK-LINE-SUM.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-SUM-LABEL        PIC X(50).
           05 WRK-SUM-EXC          PIC Z.ZZZ.ZZ9.
           05 FILLER               PIC X(19) VALUE SPACES.
      *================================================================*
      *----------------------------------------------------------------*
      *================================================================*
       PROCEDURE                       DIVISION.
      *----------------------------------------------------------------*
           PERFORM 0100-INIT.
           PERFORM 0200-CHECK-CONTRACTS.
           PERFORM 0300-CHECK-OPEN-ITEMS.
           PERFORM 0400-CHECK-INDEX.
           SORT SORT-WORK
               ON ASCENDING KEY RG-SORT-INV-ID
               ON ASCENDING KEY RG-SORT-KIND
               INPUT PROCEDURE IS 0500-RELEASE-IDS
               OUTPUT PROCEDURE IS 0600-CHECK-BILLED.
           PERFORM 0700-CHECK-PRODUCTS.
           PERFORM 0800-END.
           STOP RUN.
      *----------------------------------------------------------------*
      *    THE TWO MASTERS EVERYTHING ELSE IS CHECKED AGAINST MUST BE
      *    ON HAND; THE FILES CHECKED AGAINST THEM ARE TAKEN AS EMPTY
      *    WHEN NOT ON FILE.
       0100-INIT                       SECTION.
           ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT CLIENTS.
                IF FS-CLIENTS-STATUS NOT EQUAL 00
                   DISPLAY WRK-OPEN-ERR-CLIENTS
                   DISPLAY "STATUS: " FS-CLIENTS-STATUS
                   MOVE 8 TO RETURN-CODE
                  GOBACK
                END-IF.
           OPEN INPUT PRODUCTS.
                IF FS-PRODUCTS-STATUS NOT EQUAL 00
                   DISPLAY WRK-OPEN-ERR-PRODUCTS
                   DISPLAY "STATUS: " FS-PRODUCTS-STATUS
                   MOVE 8 TO RETURN-CODE
                  GOBACK
                END-IF.
           PERFORM 0110-LOAD-TAX-RATES.
           OPEN OUTPUT INTEG-RPT.
                IF FS-INTEG-RPT-STATUS NOT EQUAL 00
                   DISPLAY WRK-OPEN-ERR-INTEG-RPT
                   DISPLAY "STATUS: " FS-INTEG-RPT-STATUS
                   MOVE 8 TO RETURN-CODE
                  GOBACK
                END-IF.
           PERFORM 0940-PRINT-PAGE-HEADER.
      *----------------------------------------------------------------*
       0190-INIT-HELPERS               SECTION.
      *    THE RATE FILE IS SMALL AND READ WHOLE INTO THE TABLE. NOT
      *    ON FILE LEAVES THE TABLE EMPTY, AND EVERY PRODUCT IS THEN
      *    REPORTED WITHOUT A RATE.
       0110-LOAD-TAX-RATES.
           OPEN INPUT TAX-RATE.
           IF FS-TAX-RATE-STATUS NOT EQUAL 35
              IF FS-TAX-RATE-STATUS NOT EQUAL 00
                 DISPLAY WRK-OPEN-ERR-TAX-RATE
                 DISPLAY "STATUS: " FS-TAX-RATE-STATUS
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              PERFORM 0115-READ-TAX-RATE
              PERFORM UNTIL END-OF-TAX-RATE
                  IF WRK-RATE-COUNT LESS THAN WRK-MAX-RATES
                     ADD 1 TO WRK-RATE-COUNT
                     SET WRK-RATE-TAB-IDX TO WRK-RATE-COUNT
                     MOVE RG-TAXRATE-CLASS
                       TO WRK-RATE-CLASS (WRK-RATE-TAB-IDX)
                     MOVE RG-TAXRATE-PCT
                       TO WRK-RATE-PCT (WRK-RATE-TAB-IDX)
                  ELSE
                     DISPLAY "WARNING: TAX RATE TABLE FULL, CLASS "
                             RG-TAXRATE-CLASS " IGNORED."
                  END-IF
                  PERFORM 0115-READ-TAX-RATE
              END-PERFORM
              CLOSE TAX-RATE
           END-IF.
      *----------------------------------------------------------------*
       0115-READ-TAX-RATE.
           READ TAX-RATE
               AT END
                   MOVE "Y" TO WRK-EOF-TAX-RATE
           END-READ.
      *----------------------------------------------------------------*
      *    CHECK 1: EVERY CONTRACT MUST NAME A CLIENT ON CLIENTES.DAT
      *    AND A PRODUCT ON PRODUCTS.DAT. A CONTRACT MISSING BOTH IS
      *    TWO EXCEPTIONS.
       0200-CHECK-CONTRACTS            SECTION.
           MOVE 1 TO WRK-CHECK-NO.
           MOVE "CONTRACTS FOR MISSING CLIENTS OR PRODUCTS"
             TO WRK-CHECK-TITLE.
           PERFORM 0910-PRINT-CHECK-HEADER.
           OPEN INPUT CONTRACT.
           IF FS-CONTRACT-STATUS EQUAL 35
              MOVE "CONTRACT.DAT NOT ON FILE - NOTHING TO CHECK."
                TO WRK-NOTE-TEXT
              PERFORM 0930-PRINT-NOTE
           ELSE
              IF FS-CONTRACT-STATUS NOT EQUAL 00
                 DISPLAY WRK-OPEN-ERR-CONTRACT
                 DISPLAY "STATUS: " FS-CONTRACT-STATUS
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE "N" TO WRK-EOF-CHECK
              PERFORM 0210-READ-CONTRACT
              PERFORM UNTIL END-OF-CHECK
                  ADD 1 TO WRK-CHECKED-CNT
                  MOVE RG-CONTRACT-ID-CLI TO RG-CLIENTS-ID
                  READ CLIENTS KEY IS RG-CLIENTS-ID
                      INVALID KEY
                          MOVE "CLIENT NOT ON CLIENTES.DAT"
                            TO WRK-EXC-REASON
                          PERFORM 0220-CONTRACT-EXCEPTION
                  END-READ
                  MOVE RG-CONTRACT-PROD TO RG-PRODUCTS-CODE
                  READ PRODUCTS KEY IS RG-PRODUCTS-CODE
                      INVALID KEY
                          MOVE "PRODUCT NOT ON PRODUCTS.DAT"
                            TO WRK-EXC-REASON
                          PERFORM 0220-CONTRACT-EXCEPTION
                  END-READ
                  PERFORM 0210-READ-CONTRACT
              END-PERFORM
              CLOSE CONTRACT
           END-IF.
           MOVE WRK-EXC-CNT TO WRK-EXC-CONTRACT.
           PERFORM 0920-PRINT-CHECK-TOTAL.
      *----------------------------------------------------------------*
       0290-CONTRACT-HELPERS           SECTION.
       0210-READ-CONTRACT.
           READ CONTRACT NEXT RECORD
               AT END
                   MOVE "Y" TO WRK-EOF-CHECK
           END-READ.
      *----------------------------------------------------------------*
       0220-CONTRACT-EXCEPTION.
           MOVE "CONTRACT.DAT" TO WRK-EXC-FILE.
           MOVE SPACES TO WRK-EXC-KEY.
           STRING "CLIENT " RG-CONTRACT-ID-CLI
                  " PRODUCT " RG-CONTRACT-PROD
                  DELIMITED BY SIZE INTO WRK-EXC-KEY.
           PERFORM 0950-PRINT-EXCEPTION.
      *----------------------------------------------------------------*
      *    CHECK 2: EVERY ITEM STILL OPEN ON AROPEN.DAT MUST BELONG TO
      *    A CLIENT ON CLIENTES.DAT. CLOSED ITEMS ARE HISTORY AND ARE
      *    NOT CHECKED -- THE SAME RULE CLIENTS-MAINT APPLIES BEFORE IT
      *    LETS A CLIENT BE DELETED. AROPEN.DAT IS LEFT OPEN FOR CHECK
      *    3.
       0300-CHECK-OPEN-ITEMS           SECTION.
           MOVE 2 TO WRK-CHECK-NO.
           MOVE "OPEN ITEMS FOR MISSING CLIENTS" TO WRK-CHECK-TITLE.
           PERFORM 0910-PRINT-CHECK-HEADER.
           OPEN INPUT AR-OPEN.
           IF FS-AR-OPEN-STATUS EQUAL 35
              MOVE "AROPEN.DAT NOT ON FILE - NOTHING TO CHECK."
                TO WRK-NOTE-TEXT
              PERFORM 0930-PRINT-NOTE
           ELSE
              IF FS-AR-OPEN-STATUS NOT EQUAL 00
                 DISPLAY WRK-OPEN-ERR-AR-OPEN
                 DISPLAY "STATUS: " FS-AR-OPEN-STATUS
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE "Y" TO WRK-AROPEN-ON-FILE
              MOVE "N" TO WRK-EOF-CHECK
              PERFORM 0310-READ-AR-OPEN
              PERFORM UNTIL END-OF-CHECK
                  IF RG-AROPEN-STATUS NOT EQUAL "C"
                     ADD 1 TO WRK-CHECKED-CNT
                     MOVE RG-AROPEN-ID-CLI TO RG-CLIENTS-ID
                     READ CLIENTS KEY IS RG-CLIENTS-ID
                         INVALID KEY
                             PERFORM 0320-AROPEN-EXCEPTION
                     END-READ
                  END-IF
                  PERFORM 0310-READ-AR-OPEN
              END-PERFORM
           END-IF.
           MOVE WRK-EXC-CNT TO WRK-EXC-AROPEN.
           PERFORM 0920-PRINT-CHECK-TOTAL.
      *----------------------------------------------------------------*
       0390-AROPEN-HELPERS             SECTION.
       0310-READ-AR-OPEN.
           READ AR-OPEN NEXT RECORD
               AT END
                   MOVE "Y" TO WRK-EOF-CHECK
           END-READ.
      *----------------------------------------------------------------*
       0320-AROPEN-EXCEPTION.
           MOVE "AROPEN.DAT" TO WRK-EXC-FILE.
           MOVE SPACES TO WRK-EXC-KEY.
           STRING "ITEM " RG-AROPEN-ID
                  " CLIENT " RG-AROPEN-ID-CLI
                  DELIMITED BY SIZE INTO WRK-EXC-KEY.
           MOVE "CLIENT NOT ON CLIENTES.DAT" TO WRK-EXC-REASON.
           PERFORM 0950-PRINT-EXCEPTION.
      *----------------------------------------------------------------*
      *    CHECK 3: EVERY INVOICE AND CREDIT NOTE HEADER ON NFIDX.DAT
      *    MUST HAVE ITS ITEM ON AROPEN.DAT. WITH NO AROPEN.DAT AT ALL
      *    EVERY HEADER IS AN EXCEPTION.
       0400-CHECK-INDEX                SECTION.
           MOVE 3 TO WRK-CHECK-NO.
           MOVE "NFIDX.DAT HEADERS MISSING FROM AROPEN.DAT"
             TO WRK-CHECK-TITLE.
           PERFORM 0910-PRINT-CHECK-HEADER.
           OPEN INPUT INV-IDX.
           IF FS-INV-IDX-STATUS EQUAL 35
              MOVE "NFIDX.DAT NOT ON FILE - NOTHING TO CHECK."
                TO WRK-NOTE-TEXT
              PERFORM 0930-PRINT-NOTE
           ELSE
              IF FS-INV-IDX-STATUS NOT EQUAL 00
                 DISPLAY WRK-OPEN-ERR-INV-IDX
                 DISPLAY "STATUS: " FS-INV-IDX-STATUS
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE "N" TO WRK-EOF-CHECK
              PERFORM 0410-READ-INV-IDX
              PERFORM UNTIL END-OF-CHECK
                  IF RG-IDX-SEQ EQUAL ZEROS
                     ADD 1 TO WRK-CHECKED-CNT
                     IF AROPEN-ON-FILE
                        MOVE RG-IDX-ID TO RG-AROPEN-ID
                        READ AR-OPEN KEY IS RG-AROPEN-ID
                            INVALID KEY
                                PERFORM 0420-INDEX-EXCEPTION
                        END-READ
                     ELSE
                        PERFORM 0420-INDEX-EXCEPTION
                     END-IF
                  END-IF
                  PERFORM 0410-READ-INV-IDX
              END-PERFORM
              CLOSE INV-IDX
           END-IF.
           IF AROPEN-ON-FILE
              CLOSE AR-OPEN
           END-IF.
           MOVE WRK-EXC-CNT TO WRK-EXC-INDEX.
           PERFORM 0920-PRINT-CHECK-TOTAL.
      *----------------------------------------------------------------*
       0490-INDEX-HELPERS              SECTION.
       0410-READ-INV-IDX.
           READ INV-IDX NEXT RECORD
               AT END
                   MOVE "Y" TO WRK-EOF-CHECK
           END-READ.
      *----------------------------------------------------------------*
       0420-INDEX-EXCEPTION.
           MOVE "NFIDX.DAT" TO WRK-EXC-FILE.
           MOVE SPACES TO WRK-EXC-KEY.
           IF RG-IDX-TYPE EQUAL "C"
              STRING "CREDIT  " RG-IDX-ID
                     " CLIENT " RG-IDX-ID-CLI
                     DELIMITED BY SIZE INTO WRK-EXC-KEY
           ELSE
              STRING "INVOICE " RG-IDX-ID
                     " CLIENT " RG-IDX-ID-CLI
                     DELIMITED BY SIZE INTO WRK-EXC-KEY
           END-IF.
           MOVE "NO ITEM ON AROPEN.DAT" TO WRK-EXC-REASON.
           PERFORM 0950-PRINT-EXCEPTION.
      *----------------------------------------------------------------*
      *    CHECK 4, FIRST HALF: THE INVOICE IDS ON NF.DAT AND
      *    NFHIST.DAT AND THE ENTRIES OF THE BILLING REGISTER GO TO
      *    THE SORT TOGETHER. ONLY HEADERS ARE RELEASED FROM THE
      *    INVOICE FILES; THEIR DETAIL LINES REPEAT THE SAME ID.
       0500-RELEASE-IDS                SECTION.
           MOVE 4 TO WRK-CHECK-NO.
           MOVE "NFBILLED.DAT ENTRIES FOR INVOICES NOT ON NF OR NFHIST"
             TO WRK-CHECK-TITLE.
           PERFORM 0910-PRINT-CHECK-HEADER.
           OPEN INPUT INVOICE.
           IF FS-INVOICE-STATUS NOT EQUAL 35
              IF FS-INVOICE-STATUS NOT EQUAL 00
                 DISPLAY WRK-OPEN-ERR-INVOICE
                 DISPLAY "STATUS: " FS-INVOICE-STATUS
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE "N" TO WRK-EOF-CHECK
              PERFORM 0510-READ-INVOICE
              PERFORM UNTIL END-OF-CHECK
                  IF RG-INVOICE-TYPE NOT EQUAL "D"
                     MOVE RG-INVOICE-ID TO RG-SORT-INV-ID
                     MOVE "1"           TO RG-SORT-KIND
                     MOVE ZEROS         TO RG-SORT-SHOP-ID
                     MOVE RG-INVOICE-DATE TO RG-SORT-DATE
                     RELEASE RG-SORT
                  END-IF
                  PERFORM 0510-READ-INVOICE
              END-PERFORM
              CLOSE INVOICE
           END-IF.
           OPEN INPUT INV-HIST.
           IF FS-INV-HIST-STATUS NOT EQUAL 35
              IF FS-INV-HIST-STATUS NOT EQUAL 00
                 DISPLAY WRK-OPEN-ERR-INV-HIST
                 DISPLAY "STATUS: " FS-INV-HIST-STATUS
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE "N" TO WRK-EOF-CHECK
              PERFORM 0520-READ-INV-HIST
              PERFORM UNTIL END-OF-CHECK
                  IF RG-HIST-TYPE NOT EQUAL "D"
                     MOVE RG-HIST-ID    TO RG-SORT-INV-ID
                     MOVE "1"           TO RG-SORT-KIND
                     MOVE ZEROS         TO RG-SORT-SHOP-ID
                     MOVE RG-HIST-DATE  TO RG-SORT-DATE
                     RELEASE RG-SORT
                  END-IF
                  PERFORM 0520-READ-INV-HIST
              END-PERFORM
              CLOSE INV-HIST
           END-IF.
           OPEN INPUT BILLED-REG.
           IF FS-BILLED-REG-STATUS EQUAL 35
              MOVE "NFBILLED.DAT NOT ON FILE - NOTHING TO CHECK."
                TO WRK-NOTE-TEXT
              PERFORM 0930-PRINT-NOTE
           ELSE
              IF FS-BILLED-REG-STATUS NOT EQUAL 00
                 DISPLAY WRK-OPEN-ERR-BILLED-REG
                 DISPLAY "STATUS: " FS-BILLED-REG-STATUS
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE "N" TO WRK-EOF-CHECK
              PERFORM 0530-READ-BILLED
              PERFORM UNTIL END-OF-CHECK
                  ADD 1 TO WRK-CHECKED-CNT
                  MOVE RG-BILLED-INV-ID TO RG-SORT-INV-ID
                  MOVE "2"              TO RG-SORT-KIND
                  MOVE RG-BILLED-ID     TO RG-SORT-SHOP-ID
                  MOVE RG-BILLED-DATE   TO RG-SORT-DATE
                  RELEASE RG-SORT
                  PERFORM 0530-READ-BILLED
              END-PERFORM
              CLOSE BILLED-REG
           END-IF.
      *----------------------------------------------------------------*
       0590-RELEASE-HELPERS            SECTION.
       0510-READ-INVOICE.
           READ INVOICE
               AT END
                   MOVE "Y" TO WRK-EOF-CHECK
           END-READ.
      *----------------------------------------------------------------*
       0520-READ-INV-HIST.
           READ INV-HIST
               AT END
                   MOVE "Y" TO WRK-EOF-CHECK
           END-READ.
      *----------------------------------------------------------------*
       0530-READ-BILLED.
           READ BILLED-REG NEXT RECORD
               AT END
                   MOVE "Y" TO WRK-EOF-CHECK
           END-READ.
      *----------------------------------------------------------------*
      *    CHECK 4, SECOND HALF: AN INVOICE ID SORTS AHEAD OF THE
      *    REGISTER ENTRIES THAT POINT AT IT, SO AN ENTRY WHOSE ID IS
      *    NOT THE LAST INVOICE ID SEEN HAS NO INVOICE BEHIND IT.
       0600-CHECK-BILLED               SECTION.
           PERFORM 0610-RETURN-SORT.
           PERFORM UNTIL END-OF-SORT
               IF RG-SORT-KIND EQUAL "1"
                  MOVE RG-SORT-INV-ID TO WRK-LAST-INV-ID
                  MOVE "Y" TO WRK-ANY-INVOICE
               ELSE
                  IF NOT ANY-INVOICE
                     OR RG-SORT-INV-ID NOT EQUAL WRK-LAST-INV-ID
                     PERFORM 0620-BILLED-EXCEPTION
                  END-IF
               END-IF
               PERFORM 0610-RETURN-SORT
           END-PERFORM.
           MOVE WRK-EXC-CNT TO WRK-EXC-BILLED.
           PERFORM 0920-PRINT-CHECK-TOTAL.
      *----------------------------------------------------------------*
       0690-BILLED-HELPERS             SECTION.
       0610-RETURN-SORT.
           RETURN SORT-WORK
               AT END
                   MOVE "Y" TO WRK-EOF-SORT
           END-RETURN.
      *----------------------------------------------------------------*
       0620-BILLED-EXCEPTION.
           MOVE "NFBILLED.DAT" TO WRK-EXC-FILE.
           MOVE SPACES TO WRK-EXC-KEY.
           STRING "SHOPPING " RG-SORT-SHOP-ID
                  " " RG-SORT-DATE
                  " INV " RG-SORT-INV-ID
                  DELIMITED BY SIZE INTO WRK-EXC-KEY.
           MOVE "INVOICE NOT ON NF OR NFHIST" TO WRK-EXC-REASON.
           PERFORM 0950-PRINT-EXCEPTION.
      *----------------------------------------------------------------*
      *    CHECK 5: EVERY PRODUCT'S TAX CLASS MUST HAVE A RATE ON
      *    TAXRATE.DAT. A BLANK CLASS HAS NO RATE EITHER.
       0700-CHECK-PRODUCTS             SECTION.
           MOVE 5 TO WRK-CHECK-NO.
           MOVE "PRODUCTS WITHOUT A RATE ON TAXRATE.DAT"
             TO WRK-CHECK-TITLE.
           PERFORM 0910-PRINT-CHECK-HEADER.
           IF WRK-RATE-COUNT EQUAL ZEROS
              MOVE "TAXRATE.DAT NOT ON FILE OR EMPTY - NO RATES LOADED."
                TO WRK-NOTE-TEXT
              PERFORM 0930-PRINT-NOTE
           END-IF.
           MOVE "N" TO WRK-EOF-CHECK.
           MOVE LOW-VALUES TO RG-PRODUCTS-CODE.
           START PRODUCTS KEY IS NOT LESS THAN RG-PRODUCTS-CODE
               INVALID KEY
                   MOVE "Y" TO WRK-EOF-CHECK
           END-START.
           IF NOT END-OF-CHECK
              PERFORM 0710-READ-PRODUCTS
           END-IF.
           PERFORM UNTIL END-OF-CHECK
               ADD 1 TO WRK-CHECKED-CNT
               IF RG-PRODUCTS-TAX-CLASS EQUAL SPACES
                  MOVE "NO TAX CLASS" TO WRK-EXC-REASON
                  PERFORM 0730-PRODUCT-EXCEPTION
               ELSE
                  PERFORM 0720-FIND-RATE
                  IF NOT RATE-FOUND
                     MOVE "CLASS NOT ON TAXRATE.DAT" TO WRK-EXC-REASON
                     PERFORM 0730-PRODUCT-EXCEPTION
                  END-IF
               END-IF
               PERFORM 0710-READ-PRODUCTS
           END-PERFORM.
           MOVE WRK-EXC-CNT TO WRK-EXC-PRODUCT.
           PERFORM 0920-PRINT-CHECK-TOTAL.
      *----------------------------------------------------------------*
       0790-PRODUCT-HELPERS            SECTION.
       0710-READ-PRODUCTS.
           READ PRODUCTS NEXT RECORD
               AT END
                   MOVE "Y" TO WRK-EOF-CHECK
           END-READ.
      *----------------------------------------------------------------*
       0720-FIND-RATE.
           MOVE "N" TO WRK-RATE-FOUND.
           PERFORM VARYING WRK-RATE-IDX FROM 1 BY 1
                     UNTIL WRK-RATE-IDX > WRK-RATE-COUNT
                        OR RATE-FOUND
               SET WRK-RATE-TAB-IDX TO WRK-RATE-IDX
               IF WRK-RATE-CLASS (WRK-RATE-TAB-IDX)
                  EQUAL RG-PRODUCTS-TAX-CLASS
                  MOVE "Y" TO WRK-RATE-FOUND
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       0730-PRODUCT-EXCEPTION.
           MOVE "PRODUCTS.DAT" TO WRK-EXC-FILE.
           MOVE SPACES TO WRK-EXC-KEY.
           STRING "PRODUCT " RG-PRODUCTS-CODE
                  " CLASS " RG-PRODUCTS-TAX-CLASS
                  DELIMITED BY SIZE INTO WRK-EXC-KEY.
           PERFORM 0950-PRINT-EXCEPTION.
      *----------------------------------------------------------------*
       0800-END                        SECTION.
           COMPUTE WRK-EXC-TOTAL = WRK-EXC-CONTRACT + WRK-EXC-AROPEN
                                 + WRK-EXC-INDEX + WRK-EXC-BILLED
                                 + WRK-EXC-PRODUCT.
           PERFORM 0960-PRINT-SUMMARY.
           CLOSE CLIENTS.
           CLOSE PRODUCTS.
           CLOSE INTEG-RPT.
           DISPLAY "CONTRACT EXCEPTIONS      : " WRK-EXC-CONTRACT.
           DISPLAY "OPEN ITEM EXCEPTIONS     : " WRK-EXC-AROPEN.
           DISPLAY "NFIDX HEADER EXCEPTIONS  : " WRK-EXC-INDEX.
           DISPLAY "NFBILLED EXCEPTIONS      : " WRK-EXC-BILLED.
           DISPLAY "PRODUCT RATE EXCEPTIONS  : " WRK-EXC-PRODUCT.
           DISPLAY "TOTAL EXCEPTIONS         : " WRK-EXC-TOTAL.
           IF WRK-EXC-TOTAL GREATER THAN ZEROS
              DISPLAY "INTEGRITY EXCEPTIONS FOUND - SEE REPORT."
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY "NO INTEGRITY EXCEPTIONS FOUND."
           END-IF.
      *----------------------------------------------------------------*
       0890-PRINT-HELPERS              SECTION.
      *    EACH CHECK STARTS WITH ITS OWN COUNTS AT ZERO.
       0910-PRINT-CHECK-HEADER.
           MOVE ZEROS TO WRK-CHECKED-CNT.
           MOVE ZEROS TO WRK-EXC-CNT.
           MOVE SPACES TO WRK-PRINT-LINE.
           PERFORM 0970-WRITE-LINE.
           MOVE WRK-LINE-CHECK TO WRK-PRINT-LINE.
           PERFORM 0970-WRITE-LINE.
           MOVE WRK-LINE-DASH TO WRK-PRINT-LINE.
           PERFORM 0970-WRITE-LINE.
      *----------------------------------------------------------------*
       0920-PRINT-CHECK-TOTAL.
           MOVE WRK-CHECKED-CNT TO WRK-CNT-CHECKED.
           MOVE WRK-EXC-CNT     TO WRK-CNT-EXC.
           MOVE WRK-LINE-CNT TO WRK-PRINT-LINE.
           PERFORM 0970-WRITE-LINE.
      *----------------------------------------------------------------*
       0930-PRINT-NOTE.
           MOVE WRK-LINE-NOTE TO WRK-PRINT-LINE.
           PERFORM 0970-WRITE-LINE.
      *----------------------------------------------------------------*
       0940-PRINT-PAGE-HEADER.
           ADD 1 TO WRK-PAGE-NO.
           MOVE WRK-RUN-YEAR  TO WRK-HDR1-YEAR.
           MOVE WRK-RUN-MONTH TO WRK-HDR1-MONTH.
           MOVE WRK-RUN-DAY   TO WRK-HDR1-DAY.
           MOVE WRK-PAGE-NO   TO WRK-HDR1-PAGE.
           WRITE RG-INTEG-RPT FROM WRK-LINE-RULER
                 AFTER ADVANCING PAGE.
           WRITE RG-INTEG-RPT FROM WRK-LINE-HDR1
                 AFTER ADVANCING 1 LINE.
           WRITE RG-INTEG-RPT FROM WRK-LINE-RULER
                 AFTER ADVANCING 1 LINE.
           MOVE ZEROS TO WRK-LINES-ON-PAGE.
      *----------------------------------------------------------------*
       0950-PRINT-EXCEPTION.
           ADD 1 TO WRK-EXC-CNT.
           MOVE WRK-LINE-EXC TO WRK-PRINT-LINE.
           PERFORM 0970-WRITE-LINE.
      *----------------------------------------------------------------*
       0960-PRINT-SUMMARY.
           MOVE SPACES TO WRK-PRINT-LINE.
           PERFORM 0970-WRITE-LINE.
           MOVE WRK-LINE-RULER TO WRK-PRINT-LINE.
           PERFORM 0970-WRITE-LINE.
           MOVE "SUMMARY OF EXCEPTIONS" TO WRK-PRINT-LINE.
           PERFORM 0970-WRITE-LINE.
           MOVE WRK-LINE-DASH TO WRK-PRINT-LINE.
           PERFORM 0970-WRITE-LINE.
           MOVE "1 - CONTRACTS FOR MISSING CLIENTS OR PRODUCTS"
             TO WRK-SUM-LABEL.
           MOVE WRK-EXC-CONTRACT TO WRK-SUM-EXC.
           PERFORM 0965-PRINT-SUM-LINE.
           MOVE "2 - OPEN ITEMS FOR MISSING CLIENTS" TO WRK-SUM-LABEL.
           MOVE WRK-EXC-AROPEN TO WRK-SUM-EXC.
           PERFORM 0965-PRINT-SUM-LINE.
           MOVE "3 - NFIDX.DAT HEADERS MISSING FROM AROPEN.DAT"
             TO WRK-SUM-LABEL.
           MOVE WRK-EXC-INDEX TO WRK-SUM-EXC.
           PERFORM 0965-PRINT-SUM-LINE.
           MOVE "4 - NFBILLED.DAT ENTRIES FOR MISSING INVOICES"
             TO WRK-SUM-LABEL.
           MOVE WRK-EXC-BILLED TO WRK-SUM-EXC.
           PERFORM 0965-PRINT-SUM-LINE.
           MOVE "5 - PRODUCTS WITHOUT A RATE ON TAXRATE.DAT"
             TO WRK-SUM-LABEL.
           MOVE WRK-EXC-PRODUCT TO WRK-SUM-EXC.
           PERFORM 0965-PRINT-SUM-LINE.
           MOVE WRK-LINE-DASH TO WRK-PRINT-LINE.
           PERFORM 0970-WRITE-LINE.
           MOVE "TOTAL EXCEPTIONS" TO WRK-SUM-LABEL.
           MOVE WRK-EXC-TOTAL TO WRK-SUM-EXC.
           PERFORM 0965-PRINT-SUM-LINE.
           MOVE WRK-LINE-RULER TO WRK-PRINT-LINE.
           PERFORM 0970-WRITE-LINE.
      *----------------------------------------------------------------*
       0965-PRINT-SUM-LINE.
           MOVE WRK-LINE-SUM TO WRK-PRINT-LINE.
           PERFORM 0970-WRITE-LINE.
      *----------------------------------------------------------------*
      *    EVERY BODY LINE GOES OUT THROUGH HERE, SO A FULL PAGE
      *    ALWAYS BREAKS UNDER A FRESH HEADER.
       0970-WRITE-LINE.
           IF WRK-LINES-ON-PAGE NOT LESS THAN WRK-MAX-DETAIL-LINES
              PERFORM 0940-PRINT-PAGE-HEADER
           END-IF.
           WRITE RG-INTEG-RPT FROM WRK-PRINT-LINE
                 AFTER ADVANCING 1 LINE.
           ADD 1 TO WRK-LINES-ON-PAGE.

      *----------------------------------------------------------------*
      *================================================================*
