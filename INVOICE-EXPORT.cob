       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.INVOICE-EXPORT.
      *================================================================*
      *    AUTHOR      : NATAN BOANAFINA.                              *
      *    ENTERPRISE  : NOT APPLICABLE                                *
      *    PROFESSOR   : IVAN PETRUCCI                                 *
      *    DATE        : 15/10/2026                                    *
      *                                                                *
      *----------------------------------------------------------------*
      *    PURPOSE     : DAILY ELECTRONIC INVOICE EXPORT. READS THE    *
      *    DAY'S HEADERS AND DETAILS FROM NF.DAT AND, FOR EVERY CLIENT *
      *    WHOSE DELIVERY METHOD ON CLIENTES.DAT IS ELECTRONIC ("E")   *
      *    OR BOTH ("B"), WRITES A STRUCTURED FILE THE CLIENT'S        *
      *    PAYABLES SYSTEM CAN LOAD: ONE HEADER RECORD PER DOCUMENT,   *
      *    ONE LINE RECORD PER DETAIL WITH THE PRODUCT CODE AND ITS    *
      *    DESCRIPTION FROM PRODUCTS.DAT, QUANTITY, NET, TAX CLASS,    *
      *    TAX AND GROSS, AND A TRAILER PER CLIENT WITH ITS RECORD     *
      *    COUNT AND TOTAL VALUE. A CREDIT NOTE GOES OUT AS A CREDIT   *
      *    DOCUMENT REFERENCING THE ORIGINAL RG-INVOICE-REF-ID. THE    *
      *    CONTROL REPORT CLASSIFIES EVERY HEADER OF THE DAY BY        *
      *    DELIVERY METHOD, PROVES THAT THE DOCUMENTS PRINTED BY       *
      *    INVOICE-PRINT, AS ITS END ENTRY ON THE RUN LOG SHOWS, PLUS  *
      *    THOSE EXPORTED FOR ELECTRONIC-ONLY CLIENTS EQUAL THE DAY'S  *
      *    HEADERS, AND RE-READS THE EXPORT FILE TO PROVE ITS RECORDS  *
      *    AND TRAILERS.                                               *
      *                                                                *
      *    JOB ORDER   : RUN AFTER THE BILLING RUN (AND ANY CREDIT     *
      *    SESSION) FOR THE DAY BEING EXPORTED, ONCE INVOICE-PRINT HAS *
      *    ENDED FOR THE SAME DATE. NOT ON THE RUN LOG ITSELF.         *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
      *    DDNAME                 I/O                 COPY/BOOK        *
      *    INVOICE                 I                      -            *
      *    CLIENTS                 I                      -            *
      *    PRODUCTS                I                      -            *
      *    SORT-WORK               -                      -            *
      *    INV-EXP                 O                      -            *
      *    BUS-DATE                I                      -            *
      *    RUN-LOG                 I                      -            *
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
      *                    SELECT PRODUCTS.DAT
      *=================================================================
           SELECT PRODUCTS ASSIGN TO "PRODUCTS_DD"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS RANDOM
                              RECORD KEY IS RG-PRODUCTS-CODE
                              FILE STATUS IS FS-PRODUCTS-STATUS.

      *=================================================================
      *                    SELECT SORT WORK FILE
      *=================================================================
           SELECT SORT-WORK ASSIGN TO "SORTWK_DD".

      *=================================================================
      *                    SELECT INVOICE EXPORT FILE
      *=================================================================
           SELECT INV-EXP ASSIGN TO "INVEXP_DD"
                              FILE STATUS IS FS-INV-EXP-STATUS.

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
       DATA                            DIVISION.
       FILE                            SECTION.
      **================== FD INVOICE BEGINNING =======================*
       FD  INVOICE.
       01  RG-INVOICE.
           05 RG-INVOICE-ID        PIC 9(07).
           05 RG-INVOICE-DATE      PIC 9(08).
           05 RG-INVOICE-ID-CLI    PIC 9(05).
           05 RG-INVOICE-NAME      PIC X(20).
           05 RG-INVOICE-DET REDEFINES RG-INVOICE-NAME.
              10 RG-INVOICE-LINE-NO  PIC 9(03).
              10 FILLER              PIC X(17).
           05 RG-INVOICE-PROD      PIC X(15).
           05 RG-INVOICE-HDR REDEFINES RG-INVOICE-PROD.
              10 RG-INVOICE-LINE-CNT PIC 9(03).
              10 RG-INVOICE-DUE-DATE PIC 9(08).
              10 RG-INVOICE-TERMS    PIC X(04).
           05 RG-INVOICE-TYPE      PIC X(01).
           05 RG-INVOICE-REF-ID    PIC 9(07).
           05 RG-INVOICE-PRICE     PIC S9(08)V99.
           05 RG-INVOICE-TAX-CLASS PIC X(02).
           05 RG-INVOICE-TAX       PIC S9(08)V99.
           05 RG-INVOICE-GROSS     PIC S9(08)V99.
           05 RG-INVOICE-QTY       PIC 9(05).

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

      **================= FD PRODUCTS BEGINNING =======================*
       FD  PRODUCTS.
       01  RG-PRODUCTS.
           05 RG-PRODUCTS-CODE     PIC X(15).
           05 RG-PRODUCTS-DESC     PIC X(30).
           05 RG-PRODUCTS-LIST-PRICE PIC 9(08)V99.
           05 RG-PRODUCTS-TAX-CLASS  PIC X(02).

      **================== SD SORT-WORK BEGINNING =====================*
      *    THE LINE NUMBER AS MINOR KEY KEEPS EACH HEADER (LINE 000)
      *    IN FRONT OF ITS DETAIL LINES WITHIN THE SAME DOCUMENT. THE
      *    AMOUNTS ARE ALREADY MADE NUMERIC WHEN RELEASED, SO THE
      *    WRITING SIDE NEVER SEES A PRE-TAX BLANK AREA.
       SD  SORT-WORK.
       01  RG-SORT.
           05 RG-SORT-ID-CLI       PIC 9(05).
           05 RG-SORT-ID           PIC 9(07).
           05 RG-SORT-LINE-NO      PIC 9(03).
           05 RG-SORT-TYPE         PIC X(01).
           05 RG-SORT-DATE         PIC 9(08).
           05 RG-SORT-NAME         PIC X(20).
           05 RG-SORT-PROD         PIC X(15).
           05 RG-SORT-DUE-DATE     PIC 9(08).
           05 RG-SORT-LINE-CNT     PIC 9(03).
           05 RG-SORT-REF-ID       PIC 9(07).
           05 RG-SORT-NET          PIC S9(08)V99.
           05 RG-SORT-TAX-CLASS    PIC X(02).
           05 RG-SORT-TAX          PIC S9(08)V99.
           05 RG-SORT-GROSS        PIC S9(08)V99.
           05 RG-SORT-QTY          PIC 9(05).

      **================== FD INV-EXP BEGINNING =======================*
      *    ONE LAYOUT, THREE SHAPES TOLD APART BY RG-EXP-TYPE, IN
      *    CLIENT / DOCUMENT / LINE ORDER:
      *      "H" - DOCUMENT HEADER. DOC TYPE "I" INVOICE OR "C" CREDIT
      *            NOTE; A CREDIT CARRIES THE INVOICE IT REVERSES IN
      *            THE REFERENCE FIELD AND NEGATIVE AMOUNTS, AS ON
      *            NF.DAT. AN INVOICE WITH NO TERMS IS DUE ON ITS DATE.
      *      "L" - ONE DETAIL LINE OF THE DOCUMENT ABOVE IT.
      *      "T" - CLIENT TRAILER, LAST RECORD OF EACH CLIENT: THE
      *            COUNT OF THAT CLIENT'S "H" AND "L" RECORDS, ITS
      *            DOCUMENT COUNT AND THE SUM OF ITS HEADER GROSS.
       FD  INV-EXP.
       01  RG-EXP.
           05 RG-EXP-TYPE          PIC X(01).
           05 RG-EXP-ID-CLI        PIC 9(05).
           05 RG-EXP-DOC-ID        PIC 9(07).
           05 RG-EXP-BODY          PIC X(97).
           05 RG-EXP-HDR REDEFINES RG-EXP-BODY.
              10 RG-EXP-HDR-DOC-TYPE PIC X(01).
              10 RG-EXP-HDR-DATE     PIC 9(08).
              10 RG-EXP-HDR-DUE-DATE PIC 9(08).
              10 RG-EXP-HDR-REF-ID   PIC 9(07).
              10 RG-EXP-HDR-NAME     PIC X(20).
              10 RG-EXP-HDR-LINE-CNT PIC 9(03).
              10 RG-EXP-HDR-NET      PIC S9(08)V99.
              10 RG-EXP-HDR-TAX      PIC S9(08)V99.
              10 RG-EXP-HDR-GROSS    PIC S9(08)V99.
              10 FILLER              PIC X(20).
           05 RG-EXP-LIN REDEFINES RG-EXP-BODY.
              10 RG-EXP-LIN-LINE-NO  PIC 9(03).
              10 RG-EXP-LIN-PROD     PIC X(15).
              10 RG-EXP-LIN-DESC     PIC X(30).
              10 RG-EXP-LIN-QTY      PIC 9(05).
              10 RG-EXP-LIN-NET      PIC S9(08)V99.
              10 RG-EXP-LIN-TAX-CLASS PIC X(02).
              10 RG-EXP-LIN-TAX      PIC S9(08)V99.
              10 RG-EXP-LIN-GROSS    PIC S9(08)V99.
              10 FILLER              PIC X(12).
           05 RG-EXP-TRL REDEFINES RG-EXP-BODY.
              10 RG-EXP-TRL-DATE     PIC 9(08).
              10 RG-EXP-TRL-REC-CNT  PIC 9(07).
              10 RG-EXP-TRL-DOC-CNT  PIC 9(05).
              10 RG-EXP-TRL-VALUE    PIC S9(10)V99.
              10 FILLER              PIC X(65).

      **================ FD BUS-DATE BEGINNING ========================*
      *    THE OPERATOR-SET BUSINESS DATE (SEE BILLDATE-MAINT). A
      *    BLANK DATE ANSWER RUNS FOR THE BUSINESS DATE, SO THE WHOLE
      *    CHAIN AGREES ON WHAT DAY IT IS.
       FD  BUS-DATE.
       01  RG-BUSDATE.
           05 RG-BUSDATE-DATE      PIC 9(08).

      **================== FD RUN-LOG BEGINNING =======================*
      *    THE SHARED BATCH RUN LOG, READ ONLY HERE: INVOICE-PRINT'S
      *    END ENTRY FOR THE EXPORT DATE CARRIES THE INVOICES AND
      *    CREDIT NOTES IT PRINTED. SEE BATCH-STATUS.
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
       01  FILLER          PIC X(047) VALUE
           "========== WORKING-STORAGE BEGINNING ==========".

      *----------------------------------------------------------------*
       01  FILLER          PIC X(047) VALUE
           "============ FILE-STATUS BEGINNING ============".
      *----------------------------------------------------------------*
       77  FS-INVOICE-STATUS       PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTS-STATUS       PIC 9(02) VALUE ZEROS.
       77  FS-PRODUCTS-STATUS      PIC 9(02) VALUE ZEROS.
       77  FS-INV-EXP-STATUS       PIC 9(02) VALUE ZEROS.
       77  FS-BUS-DATE-STATUS      PIC 9(02) VALUE ZEROS.
       77  FS-RUN-LOG-STATUS       PIC 9(02) VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ ERROR MESSAGES BEGINNING ============".
      *----------------------------------------------------------------*
       77  WRK-OPEN-ERR-INVOICE  PIC X(30)
           VALUE "INVOICE FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-CLIENTS  PIC X(30)
           VALUE "CLIENTS FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-PRODUCTS PIC X(30)
           VALUE "PRODUCTS FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-INV-EXP  PIC X(30)
           VALUE "INV-EXP FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-RUN-LOG  PIC X(30)
           VALUE "RUN-LOG FILE WAS NOT OPENED!".
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ WORK FIELDS BEGINNING ===============".
      *----------------------------------------------------------------*
       77  WRK-EOF-INVOICE      PIC X(01) VALUE "N".
           88 END-OF-INVOICE           VALUE "Y".
       77  WRK-EOF-SORT         PIC X(01) VALUE "N".
           88 END-OF-SORT              VALUE "Y".
       77  WRK-EOF-INV-EXP      PIC X(01) VALUE "N".
           88 END-OF-INV-EXP           VALUE "Y".
       77  WRK-DATE-ANSWER      PIC X(08) VALUE SPACES.
       77  WRK-EXPORT-DATE      PIC 9(08) VALUE ZEROS.
      *    DETAIL RECORDS FOLLOW THEIR HEADER ON NF.DAT, SO THE SWITCH
      *    SET AT EACH HEADER DECIDES WHETHER THE LINES UNDER IT GO
      *    INTO THE SORT.
       77  WRK-EXPORTING        PIC X(01) VALUE "N".
           88 EXPORTING-DOCUMENT       VALUE "Y".
       77  WRK-DELIVERY         PIC X(01) VALUE SPACES.
           88 DELIVERY-ELECTRONIC      VALUE "E".
           88 DELIVERY-BOTH            VALUE "B".
       77  WRK-PREV-ID-CLI      PIC 9(05) VALUE ZEROS.
       77  WRK-FIRST-CLIENT     PIC X(01) VALUE "Y".
           88 FIRST-CLIENT             VALUE "Y".
       77  WRK-BALANCED-FLAG    PIC X(01) VALUE "Y".
           88 EXPORT-BALANCED          VALUE "Y".
       77  WRK-EOF-RUN-LOG      PIC X(01) VALUE "N".
           88 END-OF-RUN-LOG           VALUE "Y".
       77  WRK-PRINT-ENDED      PIC X(01) VALUE "N".
           88 PRINT-ENDED              VALUE "Y".
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ CONTROL TOTALS BEGINNING ============".
      *----------------------------------------------------------------*
      *   EVERY HEADER OF THE DAY, BY THE CLIENT'S DELIVERY METHOD. A
      *   BLANK METHOD OR A CLIENT NO LONGER ON FILE COUNTS AS PAPER,
      *   WHICH IS HOW INVOICE-PRINT TREATS THEM.
       77  WRK-DAY-HEADER-CNT      PIC 9(07) VALUE ZEROS.
       77  WRK-PAPER-ONLY-CNT      PIC 9(07) VALUE ZEROS.
       77  WRK-ELECTRONIC-ONLY-CNT PIC 9(07) VALUE ZEROS.
       77  WRK-BOTH-CNT            PIC 9(07) VALUE ZEROS.
      *   INVOICES PLUS CREDIT NOTES PRINTED, FROM INVOICE-PRINT'S
      *   LATEST END ENTRY FOR THE DATE ON THE RUN LOG.
       77  WRK-PRINTED-CNT         PIC 9(07) VALUE ZEROS.
       77  WRK-EXPORTED-CNT        PIC 9(07) VALUE ZEROS.
       77  WRK-PROOF-CNT           PIC 9(07) VALUE ZEROS.
       77  WRK-SEL-LINE-CNT        PIC 9(07) VALUE ZEROS.
      *   WHAT THE WRITING SIDE PUT OUT, PER CLIENT AND FOR THE RUN.
       77  WRK-CLI-REC-CNT         PIC 9(07) VALUE ZEROS.
       77  WRK-CLI-DOC-CNT         PIC 9(05) VALUE ZEROS.
       77  WRK-CLI-VALUE           PIC S9(10)V99 VALUE ZEROS.
       77  WRK-CLIENT-CNT          PIC 9(05) VALUE ZEROS.
       77  WRK-INVOICE-EXP-CNT     PIC 9(07) VALUE ZEROS.
       77  WRK-CREDIT-EXP-CNT      PIC 9(07) VALUE ZEROS.
       77  WRK-LINE-EXP-CNT        PIC 9(07) VALUE ZEROS.
       77  WRK-PROD-MISSING-CNT    PIC 9(07) VALUE ZEROS.
       77  WRK-EXPORT-VALUE        PIC S9(12)V99 VALUE ZEROS.
      *   RECOUNTED FROM THE EXPORT FILE ITSELF -- THE PROOF MUST NOT
      *   DEPEND ON THE WRITING LOOP'S OWN TALLIES.
       77  WRK-HDR-ONFILE-CNT      PIC 9(07) VALUE ZEROS.
       77  WRK-LIN-ONFILE-CNT      PIC 9(07) VALUE ZEROS.
       77  WRK-TRL-ONFILE-CNT      PIC 9(07) VALUE ZEROS.
       77  WRK-TRL-RECS-SUM        PIC 9(07) VALUE ZEROS.
       77  WRK-HDR-ONFILE-VALUE    PIC S9(12)V99 VALUE ZEROS.
       77  WRK-TRL-ONFILE-VALUE    PIC S9(12)V99 VALUE ZEROS.
       77  WRK-EDIT-VALUE          PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
      *================================================================*
      *----------------------------------------------------------------*
      *================================================================*
       PROCEDURE                       DIVISION.
      *----------------------------------------------------------------*
           PERFORM 0100-INIT.
           SORT SORT-WORK
               ON ASCENDING KEY RG-SORT-ID-CLI
               ON ASCENDING KEY RG-SORT-ID
               ON ASCENDING KEY RG-SORT-LINE-NO
               INPUT PROCEDURE IS 0400-SELECT-DAY
               OUTPUT PROCEDURE IS 0500-WRITE-EXPORT.
           PERFORM 0300-END.
           STOP RUN.
      *----------------------------------------------------------------*
       0100-INIT                       SECTION.
           DISPLAY "EXPORT DATE (YYYYMMDD, BLANK=BUSINESS DATE): "
                   WITH NO ADVANCING.
           ACCEPT WRK-DATE-ANSWER.
           IF WRK-DATE-ANSWER EQUAL SPACES
              OR WRK-DATE-ANSWER NOT NUMERIC
              PERFORM 0110-GET-BUSINESS-DATE
           ELSE
              MOVE WRK-DATE-ANSWER TO WRK-EXPORT-DATE
           END-IF.
           OPEN INPUT INVOICE.
                IF FS-INVOICE-STATUS NOT EQUAL 00
                   DISPLAY WRK-OPEN-ERR-INVOICE
                   DISPLAY "STATUS: " FS-INVOICE-STATUS
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
           OPEN INPUT PRODUCTS.
                IF FS-PRODUCTS-STATUS NOT EQUAL 00
                   DISPLAY WRK-OPEN-ERR-PRODUCTS
                   DISPLAY "STATUS: " FS-PRODUCTS-STATUS
                   MOVE 8 TO RETURN-CODE
                  GOBACK
                END-IF.
           OPEN OUTPUT INV-EXP.
                IF FS-INV-EXP-STATUS NOT EQUAL 00
                   DISPLAY WRK-OPEN-ERR-INV-EXP
                   DISPLAY "STATUS: " FS-INV-EXP-STATUS
                   MOVE 8 TO RETURN-CODE
                  GOBACK
                END-IF.
      *----------------------------------------------------------------*
       0190-INIT-HELPERS               SECTION.
      *    THE DEFAULT RUN DATE IS THE OPERATOR-SET BUSINESS DATE; A
      *    SHOP NOT YET ON BUSINESS-DATE CONTROL FALLS BACK TO THE
      *    SYSTEM DATE, AS INVOICE-PRINT DOES.
       0110-GET-BUSINESS-DATE.
           OPEN INPUT BUS-DATE.
           IF FS-BUS-DATE-STATUS NOT EQUAL 00
              ACCEPT WRK-EXPORT-DATE FROM DATE YYYYMMDD
           ELSE
              READ BUS-DATE
                  AT END
                      MOVE ZEROS TO RG-BUSDATE-DATE
              END-READ
              CLOSE BUS-DATE
              IF RG-BUSDATE-DATE NUMERIC
                 AND RG-BUSDATE-DATE GREATER THAN ZEROS
                 MOVE RG-BUSDATE-DATE TO WRK-EXPORT-DATE
              ELSE
                 ACCEPT WRK-EXPORT-DATE FROM DATE YYYYMMDD
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0400-SELECT-DAY                 SECTION.
           PERFORM 0410-READ-INVOICE.
           PERFORM UNTIL END-OF-INVOICE
               IF RG-INVOICE-TYPE EQUAL "D"
                  IF EXPORTING-DOCUMENT
                     PERFORM 0440-RELEASE-DETAIL
                  END-IF
               ELSE
                  PERFORM 0420-HANDLE-HEADER
               END-IF
               PERFORM 0410-READ-INVOICE
           END-PERFORM.
      *----------------------------------------------------------------*
       0490-SELECT-HELPERS             SECTION.
       0410-READ-INVOICE.
           READ INVOICE
               AT END
                   MOVE "Y" TO WRK-EOF-INVOICE
           END-READ.
      *----------------------------------------------------------------*
      *    EVERY HEADER DATED WITH THE EXPORT DATE IS COUNTED AND
      *    CLASSIFIED; ONLY ELECTRONIC AND BOTH CLIENTS GO INTO THE
      *    SORT. ANY OTHER HEADER TURNS EXPORTING OFF UNTIL THE NEXT
      *    IN-DATE ONE.
       0420-HANDLE-HEADER.
           MOVE "N" TO WRK-EXPORTING.
           IF RG-INVOICE-DATE EQUAL WRK-EXPORT-DATE
              ADD 1 TO WRK-DAY-HEADER-CNT
              PERFORM 0425-CHECK-DELIVERY
              EVALUATE TRUE
                  WHEN DELIVERY-ELECTRONIC
                      ADD 1 TO WRK-ELECTRONIC-ONLY-CNT
                      MOVE "Y" TO WRK-EXPORTING
                  WHEN DELIVERY-BOTH
                      ADD 1 TO WRK-BOTH-CNT
                      MOVE "Y" TO WRK-EXPORTING
                  WHEN OTHER
                      ADD 1 TO WRK-PAPER-ONLY-CNT
              END-EVALUATE
              IF EXPORTING-DOCUMENT
                 PERFORM 0430-RELEASE-HEADER
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *    SAME RULE AS INVOICE-PRINT: A CLIENT NO LONGER ON
      *    CLIENTES.DAT IS TREATED AS PAPER.
       0425-CHECK-DELIVERY.
           MOVE "P" TO WRK-DELIVERY.
           MOVE RG-INVOICE-ID-CLI TO RG-CLIENTS-ID.
           READ CLIENTS KEY IS RG-CLIENTS-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RG-CLIENTS-DELIVERY EQUAL "E" OR "B"
                      MOVE RG-CLIENTS-DELIVERY TO WRK-DELIVERY
                   END-IF
           END-READ.
      *----------------------------------------------------------------*
      *    HEADERS WRITTEN BEFORE TAX EXISTED READ BACK WITH BLANK TAX
      *    AND GROSS AREAS -- THEY GO OUT TAX-FREE, GROSS EQUAL TO NET.
      *    AN INVOICE WITH NO DUE DATE IS DUE ON ITS OWN DATE; A
      *    CREDIT NOTE HAS NOTHING TO PAY AND CARRIES NONE.
       0430-RELEASE-HEADER.
           MOVE RG-INVOICE-ID-CLI    TO RG-SORT-ID-CLI.
           MOVE RG-INVOICE-ID        TO RG-SORT-ID.
           MOVE ZEROS                TO RG-SORT-LINE-NO.
           MOVE RG-INVOICE-TYPE      TO RG-SORT-TYPE.
           MOVE RG-INVOICE-DATE      TO RG-SORT-DATE.
           MOVE RG-INVOICE-NAME      TO RG-SORT-NAME.
           MOVE SPACES               TO RG-SORT-PROD.
           IF RG-INVOICE-TYPE EQUAL "C"
              MOVE ZEROS             TO RG-SORT-DUE-DATE
              MOVE ZEROS             TO RG-SORT-LINE-CNT
              MOVE RG-INVOICE-REF-ID TO RG-SORT-REF-ID
           ELSE
              IF RG-INVOICE-DUE-DATE NUMERIC
                 AND RG-INVOICE-DUE-DATE GREATER THAN ZEROS
                 MOVE RG-INVOICE-DUE-DATE TO RG-SORT-DUE-DATE
              ELSE
                 MOVE RG-INVOICE-DATE     TO RG-SORT-DUE-DATE
              END-IF
              MOVE RG-INVOICE-LINE-CNT TO RG-SORT-LINE-CNT
              MOVE ZEROS             TO RG-SORT-REF-ID
           END-IF.
           MOVE RG-INVOICE-PRICE     TO RG-SORT-NET.
           MOVE SPACES               TO RG-SORT-TAX-CLASS.
           IF RG-INVOICE-TAX NUMERIC
              MOVE RG-INVOICE-TAX    TO RG-SORT-TAX
           ELSE
              MOVE ZEROS             TO RG-SORT-TAX
           END-IF.
           IF RG-INVOICE-GROSS NUMERIC
              MOVE RG-INVOICE-GROSS  TO RG-SORT-GROSS
           ELSE
              MOVE RG-INVOICE-PRICE  TO RG-SORT-GROSS
           END-IF.
           MOVE ZEROS                TO RG-SORT-QTY.
           RELEASE RG-SORT.
      *----------------------------------------------------------------*
      *    DETAIL LINES WRITTEN BEFORE THE QUANTITY EXISTED READ BACK
      *    WITH A BLANK QUANTITY AREA AND GO OUT AS A SINGLE UNIT.
       0440-RELEASE-DETAIL.
           MOVE RG-INVOICE-ID-CLI    TO RG-SORT-ID-CLI.
           MOVE RG-INVOICE-ID        TO RG-SORT-ID.
           MOVE RG-INVOICE-LINE-NO   TO RG-SORT-LINE-NO.
           MOVE RG-INVOICE-TYPE      TO RG-SORT-TYPE.
           MOVE RG-INVOICE-DATE      TO RG-SORT-DATE.
           MOVE SPACES               TO RG-SORT-NAME.
           MOVE RG-INVOICE-PROD      TO RG-SORT-PROD.
           MOVE ZEROS                TO RG-SORT-DUE-DATE.
           MOVE ZEROS                TO RG-SORT-LINE-CNT.
           MOVE ZEROS                TO RG-SORT-REF-ID.
           MOVE RG-INVOICE-PRICE     TO RG-SORT-NET.
           MOVE RG-INVOICE-TAX-CLASS TO RG-SORT-TAX-CLASS.
           IF RG-INVOICE-TAX NUMERIC
              MOVE RG-INVOICE-TAX    TO RG-SORT-TAX
           ELSE
              MOVE ZEROS             TO RG-SORT-TAX
           END-IF.
           IF RG-INVOICE-GROSS NUMERIC
              MOVE RG-INVOICE-GROSS  TO RG-SORT-GROSS
           ELSE
              MOVE RG-INVOICE-PRICE  TO RG-SORT-GROSS
           END-IF.
           IF RG-INVOICE-QTY NUMERIC
              MOVE RG-INVOICE-QTY    TO RG-SORT-QTY
           ELSE
              MOVE 1                 TO RG-SORT-QTY
           END-IF.
           RELEASE RG-SORT.
           ADD 1 TO WRK-SEL-LINE-CNT.
      *----------------------------------------------------------------*
       0500-WRITE-EXPORT               SECTION.
           PERFORM 0510-RETURN-SORT.
           PERFORM UNTIL END-OF-SORT
               IF FIRST-CLIENT
                  OR RG-SORT-ID-CLI NOT EQUAL WRK-PREV-ID-CLI
                  PERFORM 0520-BREAK-CLIENT
               END-IF
               IF RG-SORT-TYPE EQUAL "D"
                  PERFORM 0540-WRITE-LINE
               ELSE
                  PERFORM 0530-WRITE-HEADER
               END-IF
               PERFORM 0510-RETURN-SORT
           END-PERFORM.
           IF NOT FIRST-CLIENT
              PERFORM 0550-WRITE-TRAILER
           END-IF.
      *----------------------------------------------------------------*
       0590-EXPORT-HELPERS             SECTION.
       0510-RETURN-SORT.
           RETURN SORT-WORK
               AT END
                   MOVE "Y" TO WRK-EOF-SORT
           END-RETURN.
      *----------------------------------------------------------------*
       0520-BREAK-CLIENT.
           IF NOT FIRST-CLIENT
              PERFORM 0550-WRITE-TRAILER
           END-IF.
           MOVE "N" TO WRK-FIRST-CLIENT.
           MOVE RG-SORT-ID-CLI TO WRK-PREV-ID-CLI.
           MOVE ZEROS TO WRK-CLI-REC-CNT.
           MOVE ZEROS TO WRK-CLI-DOC-CNT.
           MOVE ZEROS TO WRK-CLI-VALUE.
           ADD 1 TO WRK-CLIENT-CNT.
      *----------------------------------------------------------------*
       0530-WRITE-HEADER.
           MOVE SPACES TO RG-EXP.
           MOVE "H" TO RG-EXP-TYPE.
           MOVE RG-SORT-ID-CLI TO RG-EXP-ID-CLI.
           MOVE RG-SORT-ID TO RG-EXP-DOC-ID.
           IF RG-SORT-TYPE EQUAL "C"
              MOVE "C" TO RG-EXP-HDR-DOC-TYPE
              ADD 1 TO WRK-CREDIT-EXP-CNT
           ELSE
              MOVE "I" TO RG-EXP-HDR-DOC-TYPE
              ADD 1 TO WRK-INVOICE-EXP-CNT
           END-IF.
           MOVE RG-SORT-DATE TO RG-EXP-HDR-DATE.
           MOVE RG-SORT-DUE-DATE TO RG-EXP-HDR-DUE-DATE.
           MOVE RG-SORT-REF-ID TO RG-EXP-HDR-REF-ID.
           MOVE RG-SORT-NAME TO RG-EXP-HDR-NAME.
           MOVE RG-SORT-LINE-CNT TO RG-EXP-HDR-LINE-CNT.
           MOVE RG-SORT-NET TO RG-EXP-HDR-NET.
           MOVE RG-SORT-TAX TO RG-EXP-HDR-TAX.
           MOVE RG-SORT-GROSS TO RG-EXP-HDR-GROSS.
           WRITE RG-EXP.
           ADD 1 TO WRK-CLI-REC-CNT.
           ADD 1 TO WRK-CLI-DOC-CNT.
           ADD RG-SORT-GROSS TO WRK-CLI-VALUE.
           ADD RG-SORT-GROSS TO WRK-EXPORT-VALUE.
      *----------------------------------------------------------------*
      *    THE DESCRIPTION COMES OFF PRODUCTS.DAT; A CODE NO LONGER ON
      *    THE MASTER STILL GOES OUT WITH ITS CODE AND A BLANK
      *    DESCRIPTION, AND IS COUNTED SO THE RUN ENDS WITH A WARNING.
       0540-WRITE-LINE.
           MOVE SPACES TO RG-EXP.
           MOVE "L" TO RG-EXP-TYPE.
           MOVE RG-SORT-ID-CLI TO RG-EXP-ID-CLI.
           MOVE RG-SORT-ID TO RG-EXP-DOC-ID.
           MOVE RG-SORT-LINE-NO TO RG-EXP-LIN-LINE-NO.
           MOVE RG-SORT-PROD TO RG-EXP-LIN-PROD.
           MOVE RG-SORT-PROD TO RG-PRODUCTS-CODE.
           READ PRODUCTS KEY IS RG-PRODUCTS-CODE
               INVALID KEY
                   MOVE SPACES TO RG-EXP-LIN-DESC
                   ADD 1 TO WRK-PROD-MISSING-CNT
               NOT INVALID KEY
                   MOVE RG-PRODUCTS-DESC TO RG-EXP-LIN-DESC
           END-READ.
           MOVE RG-SORT-QTY TO RG-EXP-LIN-QTY.
           MOVE RG-SORT-NET TO RG-EXP-LIN-NET.
           MOVE RG-SORT-TAX-CLASS TO RG-EXP-LIN-TAX-CLASS.
           MOVE RG-SORT-TAX TO RG-EXP-LIN-TAX.
           MOVE RG-SORT-GROSS TO RG-EXP-LIN-GROSS.
           WRITE RG-EXP.
           ADD 1 TO WRK-CLI-REC-CNT.
           ADD 1 TO WRK-LINE-EXP-CNT.
      *----------------------------------------------------------------*
       0550-WRITE-TRAILER.
           MOVE SPACES TO RG-EXP.
           MOVE "T" TO RG-EXP-TYPE.
           MOVE WRK-PREV-ID-CLI TO RG-EXP-ID-CLI.
           MOVE ZEROS TO RG-EXP-DOC-ID.
           MOVE WRK-EXPORT-DATE TO RG-EXP-TRL-DATE.
           MOVE WRK-CLI-REC-CNT TO RG-EXP-TRL-REC-CNT.
           MOVE WRK-CLI-DOC-CNT TO RG-EXP-TRL-DOC-CNT.
           MOVE WRK-CLI-VALUE TO RG-EXP-TRL-VALUE.
           WRITE RG-EXP.
      *----------------------------------------------------------------*
       0300-END                        SECTION.
           CLOSE INVOICE.
           CLOSE CLIENTS.
           CLOSE PRODUCTS.
           CLOSE INV-EXP.
           PERFORM 0320-RECOUNT-EXPORT.
           PERFORM 0340-GET-PRINTED-COUNT.
           PERFORM 0310-PRINT-CONTROL-REPORT.
      *----------------------------------------------------------------*
       0390-END-HELPERS                SECTION.
      *    INVOICE-PRINT PRINTS EVERY HEADER THAT IS NOT ELECTRONIC
      *    ONLY AND THIS RUN EXPORTS EVERY ELECTRONIC AND BOTH HEADER,
      *    SO WHAT INVOICE-PRINT REALLY PRINTED FOR THE DATE PLUS THE
      *    ELECTRONIC-ONLY DOCUMENTS EXPORTED MUST GIVE BACK THE DAY'S
      *    HEADERS. THE PRINTED FIGURE COMES FROM INVOICE-PRINT'S OWN
      *    END ENTRY, SO A PRINT RUN THAT MISSED OR DOUBLED DOCUMENTS,
      *    OR NEVER FINISHED, SHOWS HERE.
       0310-PRINT-CONTROL-REPORT.
           COMPUTE WRK-EXPORTED-CNT =
                   WRK-INVOICE-EXP-CNT + WRK-CREDIT-EXP-CNT.
           COMPUTE WRK-PROOF-CNT =
                   WRK-PRINTED-CNT + WRK-ELECTRONIC-ONLY-CNT.
           DISPLAY "=================================================".
           DISPLAY "   INVOICE EXPORT CONTROL - DATE " WRK-EXPORT-DATE.
           DISPLAY "=================================================".
           DISPLAY "DAY'S HEADERS ON NF.DAT  : " WRK-DAY-HEADER-CNT.
           DISPLAY "  PAPER ONLY             : " WRK-PAPER-ONLY-CNT.
           DISPLAY "  ELECTRONIC ONLY        : "
                   WRK-ELECTRONIC-ONLY-CNT.
           DISPLAY "  PAPER AND ELECTRONIC   : " WRK-BOTH-CNT.
           DISPLAY "-------------------------------------------------".
           IF PRINT-ENDED
              DISPLAY "PRINTED BY INVOICE-PRINT : " WRK-PRINTED-CNT
           ELSE
              DISPLAY "PRINTED BY INVOICE-PRINT : NO END ENTRY"
           END-IF.
           DISPLAY "EXPORTED ELECTRONIC ONLY : "
                   WRK-ELECTRONIC-ONLY-CNT.
           DISPLAY "PRINTED + ELECTRONIC ONLY: " WRK-PROOF-CNT.
           DISPLAY "DOCUMENTS EXPORTED       : " WRK-EXPORTED-CNT.
           DISPLAY "  INVOICES               : " WRK-INVOICE-EXP-CNT.
           DISPLAY "  CREDIT NOTES           : " WRK-CREDIT-EXP-CNT.
           DISPLAY "-------------------------------------------------".
           DISPLAY "CLIENTS EXPORTED         : " WRK-CLIENT-CNT.
           DISPLAY "DETAIL LINES SELECTED    : " WRK-SEL-LINE-CNT.
           DISPLAY "DETAIL LINES EXPORTED    : " WRK-LINE-EXP-CNT.
           DISPLAY "PRODUCTS NOT ON FILE     : " WRK-PROD-MISSING-CNT.
           MOVE WRK-EXPORT-VALUE TO WRK-EDIT-VALUE.
           DISPLAY "VALUE EXPORTED           : " WRK-EDIT-VALUE.
           DISPLAY "-------------------------------------------------".
           DISPLAY "HEADER RECORDS ON FILE   : " WRK-HDR-ONFILE-CNT.
           DISPLAY "LINE RECORDS ON FILE     : " WRK-LIN-ONFILE-CNT.
           DISPLAY "TRAILER RECORDS ON FILE  : " WRK-TRL-ONFILE-CNT.
           DISPLAY "TRAILER RECORD COUNTS    : " WRK-TRL-RECS-SUM.
           MOVE WRK-HDR-ONFILE-VALUE TO WRK-EDIT-VALUE.
           DISPLAY "HEADER VALUE ON FILE     : " WRK-EDIT-VALUE.
           MOVE WRK-TRL-ONFILE-VALUE TO WRK-EDIT-VALUE.
           DISPLAY "TRAILER VALUE ON FILE    : " WRK-EDIT-VALUE.
           DISPLAY "-------------------------------------------------".
           IF NOT PRINT-ENDED
              DISPLAY "INVOICE-PRINT HAS NOT ENDED FOR THIS DATE."
              MOVE "N" TO WRK-BALANCED-FLAG
           END-IF.
           IF WRK-PROOF-CNT NOT EQUAL WRK-DAY-HEADER-CNT
              MOVE "N" TO WRK-BALANCED-FLAG
           END-IF.
           IF WRK-EXPORTED-CNT NOT EQUAL
              WRK-ELECTRONIC-ONLY-CNT + WRK-BOTH-CNT
              MOVE "N" TO WRK-BALANCED-FLAG
           END-IF.
           IF WRK-HDR-ONFILE-CNT NOT EQUAL WRK-EXPORTED-CNT
              MOVE "N" TO WRK-BALANCED-FLAG
           END-IF.
           IF WRK-LIN-ONFILE-CNT NOT EQUAL WRK-SEL-LINE-CNT
              MOVE "N" TO WRK-BALANCED-FLAG
           END-IF.
           IF WRK-TRL-ONFILE-CNT NOT EQUAL WRK-CLIENT-CNT
              MOVE "N" TO WRK-BALANCED-FLAG
           END-IF.
           IF WRK-TRL-RECS-SUM NOT EQUAL
              WRK-HDR-ONFILE-CNT + WRK-LIN-ONFILE-CNT
              MOVE "N" TO WRK-BALANCED-FLAG
           END-IF.
           IF WRK-TRL-ONFILE-VALUE NOT EQUAL WRK-HDR-ONFILE-VALUE
              OR WRK-HDR-ONFILE-VALUE NOT EQUAL WRK-EXPORT-VALUE
              MOVE "N" TO WRK-BALANCED-FLAG
           END-IF.
           IF EXPORT-BALANCED
              DISPLAY "EXPORT BALANCED WITH THE DAY'S HEADERS."
              IF WRK-PROD-MISSING-CNT GREATER THAN ZEROS
                 DISPLAY "WARNING: LINES SENT WITHOUT A DESCRIPTION."
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              DISPLAY "*** EXPORT DOES NOT ADD UP - DO NOT SEND"
              DISPLAY "THE EXPORT FILE. ***"
              MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "=================================================".
      *----------------------------------------------------------------*
      *    RE-READ THE EXPORT FILE AND RECOUNT IT, SO THE PROOF
      *    COMPARES WHAT IS REALLY ON DISK WITH WHAT WAS SELECTED --
      *    A FAILED WRITE CANNOT PASS UNNOTICED.
       0320-RECOUNT-EXPORT.
           OPEN INPUT INV-EXP.
           IF FS-INV-EXP-STATUS NOT EQUAL 00
              DISPLAY WRK-OPEN-ERR-INV-EXP
              DISPLAY "STATUS: " FS-INV-EXP-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0330-READ-EXPORT.
           PERFORM UNTIL END-OF-INV-EXP
               EVALUATE RG-EXP-TYPE
                   WHEN "H"
                       ADD 1 TO WRK-HDR-ONFILE-CNT
                       ADD RG-EXP-HDR-GROSS TO WRK-HDR-ONFILE-VALUE
                   WHEN "L"
                       ADD 1 TO WRK-LIN-ONFILE-CNT
                   WHEN "T"
                       ADD 1 TO WRK-TRL-ONFILE-CNT
                       ADD RG-EXP-TRL-REC-CNT TO WRK-TRL-RECS-SUM
                       ADD RG-EXP-TRL-VALUE TO WRK-TRL-ONFILE-VALUE
                   WHEN OTHER
                       MOVE "N" TO WRK-BALANCED-FLAG
               END-EVALUATE
               PERFORM 0330-READ-EXPORT
           END-PERFORM.
           CLOSE INV-EXP.
      *----------------------------------------------------------------*
       0330-READ-EXPORT.
           READ INV-EXP
               AT END
                   MOVE "Y" TO WRK-EOF-INV-EXP
           END-READ.
      *----------------------------------------------------------------*
      *    THE LATEST INVOICE-PRINT END ENTRY FOR THE EXPORT DATE
      *    GIVES THE PRINTED FIGURE: INVOICES (COUNT 1) PLUS CREDIT
      *    NOTES (COUNT 2). A ROLLBACK ENTRY FOR THE DATE OR AN EARLIER
      *    ONE VOIDS WHAT CAME BEFORE IT, AS IN THE CHAIN PROGRAMS. NO
      *    RUN LOG MEANS NO END ENTRY.
       0340-GET-PRINTED-COUNT.
           MOVE "N" TO WRK-PRINT-ENDED.
           MOVE ZEROS TO WRK-PRINTED-CNT.
           OPEN INPUT RUN-LOG.
           IF FS-RUN-LOG-STATUS NOT EQUAL 35
              IF FS-RUN-LOG-STATUS NOT EQUAL 00
                 DISPLAY WRK-OPEN-ERR-RUN-LOG
                 DISPLAY "STATUS: " FS-RUN-LOG-STATUS
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              PERFORM 0345-READ-RUN-LOG
              PERFORM UNTIL END-OF-RUN-LOG
                  IF RG-RUNLOG-EVENT EQUAL "R"
                     AND RG-RUNLOG-BUS-DATE
                         NOT GREATER THAN WRK-EXPORT-DATE
                     MOVE "N" TO WRK-PRINT-ENDED
                     MOVE ZEROS TO WRK-PRINTED-CNT
                  END-IF
                  IF RG-RUNLOG-BUS-DATE EQUAL WRK-EXPORT-DATE
                     AND RG-RUNLOG-PROGRAM EQUAL "INVOICE-PRINT"
                     AND RG-RUNLOG-EVENT EQUAL "E"
                     MOVE "Y" TO WRK-PRINT-ENDED
                     COMPUTE WRK-PRINTED-CNT =
                             RG-RUNLOG-CNT-VALUE (1)
                           + RG-RUNLOG-CNT-VALUE (2)
                  END-IF
                  PERFORM 0345-READ-RUN-LOG
              END-PERFORM
              CLOSE RUN-LOG
           END-IF.
      *----------------------------------------------------------------*
       0345-READ-RUN-LOG.
           READ RUN-LOG
               AT END
                   MOVE "Y" TO WRK-EOF-RUN-LOG
           END-READ.

      *----------------------------------------------------------------*
      *================================================================*
