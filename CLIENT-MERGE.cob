       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.CLIENT-MERGE.
      *================================================================*
      *    AUTHOR      : NATAN BOANAFINA.                              *
      *    ENTERPRISE  : NOT APPLICABLE                                *
      *    PROFESSOR   : IVAN PETRUCCI                                 *
      *    DATE        : 15/10/2026                                    *
      *                                                                *
      *----------------------------------------------------------------*
      *    PURPOSE     : MERGES A DUPLICATE CLIENT INTO THE CLIENT     *
      *    THAT SURVIVES. THE OPERATOR KEYS A "FROM" ID AND AN "INTO"  *
      *    ID; EVERY RECORD CARRYING THE FROM ID IS MOVED ONTO THE     *
      *    INTO ID IN CONTRACT.DAT, RECUR.DAT, AROPEN.DAT,             *
      *    CASHSUSP.DAT, DUNHIST.DAT, NFIDX.DAT, NF.DAT, NF-HOLD.DAT,  *
      *    NF-REJECT.DAT AND NFHIST.DAT. WHERE BOTH CLIENTS HOLD A     *
      *    CONTRACT OR A RECURRING CHARGE FOR THE SAME PRODUCT THE     *
      *    SURVIVING CLIENT'S RECORD IS KEPT AND THE CLASH IS LISTED;  *
      *    TWO DUNNING HISTORIES ARE COMBINED. THE TWO CREDIT LIMITS   *
      *    ARE COMBINED AS THE OPERATOR CHOOSES, THE SURVIVING CLIENT  *
      *    TAKES THE OTHER'S TERMS CODE, DELIVERY METHOD AND SALES REP *
      *    WHERE IT HAS NONE, AND THE FROM CLIENT IS DELETED. BOTH     *
      *    CLIENT CHANGES ARE WRITTEN TO CLIAUDIT.DAT UNDER ACTION     *
      *    "M". EVERY FILE IS COUNTED BEFORE AND AFTER FROM THE FILE   *
      *    ITSELF, AND THE COUNTS MUST BALANCE. NF.DAT, NF-HOLD.DAT,   *
      *    NF-REJECT.DAT AND NFHIST.DAT ARE SEQUENTIAL AND ARE CARRIED *
      *    FORWARD TO THE KEEP, HOLD-OUT, REJECT-OUT AND HISTORY KEEP  *
      *    FILES, WHICH THE OPERATOR PUTS IN PLACE ONCE THE COUNTS     *
      *    HAVE BEEN CHECKED, AS AFTER INVOICE-ARCHIVE.                *
      *                                                                *
      *    JOB ORDER   : RUN OUTSIDE THE DAILY CHAIN, WITH NO OTHER    *
      *    PROGRAM USING THESE FILES. PUT THE CARRIED-FORWARD FILES IN *
      *    PLACE BEFORE THE NEXT INVOICE-LOAD, WHICH REBUILDS          *
      *    NFIDX.DAT FROM NF.DAT.                                      *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
      *    DDNAME                 I/O                 COPY/BOOK        *
      *    CLIENTS                I-O                     -            *
      *    CLI-AUDIT               O (EXTEND)             -            *
      *    CONTRACT               I-O                     -            *
      *    RECUR                  I-O                     -            *
      *    AR-OPEN                I-O                     -            *
      *    SUSPENSE               I-O                     -            *
      *    DUN-HIST               I-O                     -            *
      *    INV-IDX                I-O                     -            *
      *    INVOICE                 I                      -            *
      *    INV-KEEP               I/O                     -            *
      *    HOLD-IN                 I                      -            *
      *    HOLD-OUT               I/O                     -            *
      *    REJECT-IN               I                      -            *
      *    REJECT-OUT             I/O                     -            *
      *    INV-HIST                I                      -            *
      *    HIST-KEEP              I/O                     -            *
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
      *   SAME DD-NAME CONVENTION AS THE OTHER PROGRAMS. THE CARRIED-
      *   FORWARD FILES USE THE SAME DD NAMES AS INVOICE-ARCHIVE,
      *   HOLD-RELEASE AND REJECT-RECYCLE, SO THE SWAP IS THE SAME
      *   OPERATOR STEP IT ALWAYS IS.
      *=================================================================
      *                    SELECT CLIENTES.DAT
      *=================================================================
           SELECT CLIENTS ASSIGN TO "CLIENTS_DD"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS RG-CLIENTS-ID
                              FILE STATUS IS FS-CLIENTS-STATUS.

      *=================================================================
      *                    SELECT CLIAUDIT.DAT
      *=================================================================
           SELECT CLI-AUDIT ASSIGN TO "CLIAUDIT_DD"
                              FILE STATUS IS FS-CLI-AUDIT-STATUS.

      *=================================================================
      *                    SELECT CONTRACT.DAT
      *=================================================================
           SELECT CONTRACT ASSIGN TO "CONTRACT_DD"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS RG-CONTRACT-KEY
                              FILE STATUS IS FS-CONTRACT-STATUS.

      *=================================================================
      *                    SELECT RECUR.DAT
      *=================================================================
           SELECT RECUR ASSIGN TO "RECUR_DD"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS RG-RECUR-KEY
                              FILE STATUS IS FS-RECUR-STATUS.

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
      *                    SELECT NF-KEEP.DAT
      *=================================================================
           SELECT INV-KEEP ASSIGN TO "NFKEEP_DD"
                              FILE STATUS IS FS-INV-KEEP-STATUS.

      *=================================================================
      *                    SELECT NF-HOLD.DAT
      *=================================================================
           SELECT HOLD-IN ASSIGN TO "NFHOLD_DD"
                              FILE STATUS IS FS-HOLD-IN-STATUS.

      *=================================================================
      *                    SELECT NF-HOLD-OUT.DAT
      *=================================================================
           SELECT HOLD-OUT ASSIGN TO "HOLDOUT_DD"
                              FILE STATUS IS FS-HOLD-OUT-STATUS.

      *=================================================================
      *                    SELECT NF-REJECT.DAT
      *=================================================================
           SELECT REJECT-IN ASSIGN TO "REJECT_DD"
                              FILE STATUS IS FS-REJECT-IN-STATUS.

      *=================================================================
      *                    SELECT NF-REJECT-OUT.DAT
      *=================================================================
           SELECT REJECT-OUT ASSIGN TO "REJOUT_DD"
                              FILE STATUS IS FS-REJECT-OUT-STATUS.

      *=================================================================
      *                    SELECT NFHIST.DAT
      *=================================================================
           SELECT INV-HIST ASSIGN TO "NFHIST_DD"
                              FILE STATUS IS FS-INV-HIST-STATUS.

      *=================================================================
      *                    SELECT NFHIST-KEEP.DAT
      *=================================================================
           SELECT HIST-KEEP ASSIGN TO "NFHISTKEEP_DD"
                              FILE STATUS IS FS-HIST-KEEP-STATUS.

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
      *    INVOICE DELIVERY: "P" PAPER, "E" ELECTRONIC ONLY, "B" BOTH.
      *    BLANK ON OLDER RECORDS, WHICH ARE PRINTED AS BEFORE.
           05 RG-CLIENTS-DELIVERY  PIC X(01).
      *    SALES REP ON SALESREP.DAT WHO EARNS COMMISSION ON THE
      *    CLIENT'S INVOICES. ZERO (OR BLANK ON OLDER RECORDS) WHEN
      *    NO REP IS ASSIGNED.
           05 RG-CLIENTS-REP-ID    PIC 9(03).

      **================== FD CLI-AUDIT BEGINNING =====================*
      *    SAME LAYOUT CLIENTS-MAINT WRITES. A MERGE WRITES TWO "M"
      *    RECORDS: THE SURVIVING CLIENT BEFORE AND AFTER, AND THE
      *    MERGED CLIENT BEFORE WITH THE SURVIVING CLIENT AS ITS AFTER
      *    IMAGE, SO A LISTING BY EITHER ID SHOWS WHERE IT WENT.
       FD  CLI-AUDIT.
       01  RG-AUDIT.
           05 RG-AUDIT-DATE        PIC 9(08).
           05 RG-AUDIT-TIME        PIC 9(08).
           05 RG-AUDIT-OPERATOR    PIC X(08).
           05 RG-AUDIT-ACTION      PIC X(01).
           05 RG-AUDIT-BEFORE      PIC X(43).
           05 RG-AUDIT-AFTER       PIC X(43).

      **================= FD CONTRACT BEGINNING =======================*
       FD  CONTRACT.
       01  RG-CONTRACT.
           05 RG-CONTRACT-KEY.
              10 RG-CONTRACT-ID-CLI PIC 9(05).
              10 RG-CONTRACT-PROD   PIC X(15).
           05 RG-CONTRACT-PRICE    PIC 9(08)V99.

      **================== FD RECUR BEGINNING =========================*
       FD  RECUR.
       01  RG-RECUR.
           05 RG-RECUR-KEY.
              10 RG-RECUR-ID-CLI   PIC 9(05).
              10 RG-RECUR-PROD     PIC X(15).
           05 RG-RECUR-AMOUNT      PIC 9(08)V99.
           05 RG-RECUR-QTY         PIC 9(05).
           05 RG-RECUR-FREQ        PIC X(01).
           05 RG-RECUR-START-DATE  PIC 9(08).
           05 RG-RECUR-END-DATE    PIC 9(08).
           05 RG-RECUR-NEXT-DATE   PIC 9(08).
           05 RG-RECUR-LAST-DATE   PIC 9(08).

      **================== FD AR-OPEN BEGINNING =======================*
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
       FD  DUN-HIST.
       01  RG-DUNHIST.
           05 RG-DUNHIST-ID-CLI    PIC 9(05).
           05 RG-DUNHIST-LEVEL     PIC 9(01).
           05 RG-DUNHIST-DATE      PIC 9(08).
           05 RG-DUNHIST-CYCLE     PIC 9(06).
           05 RG-DUNHIST-AMOUNT    PIC 9(10)V99.
           05 RG-DUNHIST-LETTER-CNT PIC 9(05).

      **================== FD INV-IDX BEGINNING =======================*
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
              10 RG-IDX-DUE-DATE   PIC 9(08).
              10 RG-IDX-TERMS      PIC X(04).
           05 RG-IDX-TYPE          PIC X(01).
           05 RG-IDX-REF-ID        PIC 9(07).
           05 RG-IDX-PRICE         PIC S9(08)V99.
           05 RG-IDX-TAX-CLASS     PIC X(02).
           05 RG-IDX-TAX           PIC S9(08)V99.
           05 RG-IDX-GROSS         PIC S9(08)V99.
           05 RG-IDX-QTY           PIC 9(05).

      **================== FD INVOICE BEGINNING =======================*
      *    THE CLIENT NAME ON AN ISSUED HEADER IS LEFT AS IT WAS
      *    PRINTED; ONLY THE CLIENT ID MOVES.
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

      **================= FD INV-KEEP BEGINNING =======================*
       FD  INV-KEEP.
       01  RG-INV-KEEP.
           05 FILLER               PIC X(15).
           05 RG-INV-KEEP-ID-CLI   PIC 9(05).
           05 FILLER               PIC X(80).

      **================== FD HOLD-IN BEGINNING =======================*
       FD  HOLD-IN.
       01  RG-HOLD.
           05 RG-HOLD-ID           PIC 9(07).
           05 RG-HOLD-DATE         PIC 9(08).
           05 RG-HOLD-ID-CLI       PIC 9(05).
           05 RG-HOLD-NAME         PIC X(20).
           05 RG-HOLD-DET REDEFINES RG-HOLD-NAME.
              10 RG-HOLD-LINE-NO   PIC 9(03).
              10 FILLER            PIC X(17).
           05 RG-HOLD-PROD         PIC X(15).
           05 RG-HOLD-HDR REDEFINES RG-HOLD-PROD.
              10 RG-HOLD-LINE-CNT  PIC 9(03).
              10 RG-HOLD-DUE-DATE  PIC 9(08).
              10 RG-HOLD-TERMS     PIC X(04).
           05 RG-HOLD-TYPE         PIC X(01).
           05 RG-HOLD-REF-ID       PIC 9(07).
           05 RG-HOLD-PRICE        PIC S9(08)V99.
           05 RG-HOLD-TAX-CLASS    PIC X(02).
           05 RG-HOLD-TAX          PIC S9(08)V99.
           05 RG-HOLD-GROSS        PIC S9(08)V99.
           05 RG-HOLD-QTY          PIC 9(05).

      **================= FD HOLD-OUT BEGINNING =======================*
       FD  HOLD-OUT.
       01  RG-HOLD-FWD.
           05 FILLER               PIC X(15).
           05 RG-HOLD-FWD-ID-CLI   PIC 9(05).
           05 FILLER               PIC X(80).

      **================= FD REJECT-IN BEGINNING ======================*
       FD  REJECT-IN.
       01  RG-REJECT.
           05 RG-REJECT-ID         PIC 9(05).
           05 RG-REJECT-ID-CLI     PIC 9(05).
           05 RG-REJECT-PROD       PIC X(15).
           05 RG-REJECT-PRICE      PIC 9(08)V99.
           05 RG-REJECT-DATE       PIC 9(08).
           05 RG-REJECT-REASON     PIC X(20).
           05 RG-REJECT-QTY        PIC 9(05).

      **================ FD REJECT-OUT BEGINNING ======================*
       FD  REJECT-OUT.
       01  RG-REJECT-FWD.
           05 RG-REJECT-FWD-ID     PIC 9(05).
           05 RG-REJECT-FWD-ID-CLI PIC 9(05).
           05 FILLER               PIC X(58).

      **================= FD INV-HIST BEGINNING =======================*
      *    NFHIST.DAT HOLDS NF.DAT RECORDS AS INVOICE-ARCHIVE MOVED
      *    THEM; ONLY THE CLIENT ID IS OF INTEREST HERE.
       FD  INV-HIST.
       01  RG-HIST.
           05 FILLER               PIC X(15).
           05 RG-HIST-ID-CLI       PIC 9(05).
           05 FILLER               PIC X(80).

      **================ FD HIST-KEEP BEGINNING =======================*
       FD  HIST-KEEP.
       01  RG-HIST-KEEP.
           05 FILLER               PIC X(15).
           05 RG-HIST-KEEP-ID-CLI  PIC 9(05).
           05 FILLER               PIC X(80).

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
       77  FS-CLI-AUDIT-STATUS     PIC 9(02) VALUE ZEROS.
       77  FS-CONTRACT-STATUS      PIC 9(02) VALUE ZEROS.
       77  FS-RECUR-STATUS         PIC 9(02) VALUE ZEROS.
       77  FS-AR-OPEN-STATUS       PIC 9(02) VALUE ZEROS.
       77  FS-SUSPENSE-STATUS      PIC 9(02) VALUE ZEROS.
       77  FS-DUN-HIST-STATUS      PIC 9(02) VALUE ZEROS.
       77  FS-INV-IDX-STATUS       PIC 9(02) VALUE ZEROS.
       77  FS-INVOICE-STATUS       PIC 9(02) VALUE ZEROS.
       77  FS-INV-KEEP-STATUS      PIC 9(02) VALUE ZEROS.
       77  FS-HOLD-IN-STATUS       PIC 9(02) VALUE ZEROS.
       77  FS-HOLD-OUT-STATUS      PIC 9(02) VALUE ZEROS.
       77  FS-REJECT-IN-STATUS     PIC 9(02) VALUE ZEROS.
       77  FS-REJECT-OUT-STATUS    PIC 9(02) VALUE ZEROS.
       77  FS-INV-HIST-STATUS      PIC 9(02) VALUE ZEROS.
       77  FS-HIST-KEEP-STATUS     PIC 9(02) VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ ERROR MESSAGES BEGINNING ============".
      *----------------------------------------------------------------*
       77  WRK-OPEN-ERR-CLIENTS  PIC X(30)
           VALUE "CLIENTS FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-CLI-AUDIT PIC X(30)
           VALUE "AUDIT FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-CONTRACT PIC X(30)
           VALUE "CONTRACT FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-RECUR    PIC X(30)
           VALUE "RECUR FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-AR-OPEN  PIC X(30)
           VALUE "AR-OPEN FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-SUSPENSE PIC X(30)
           VALUE "SUSPENSE FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-DUN-HIST PIC X(30)
           VALUE "DUN-HIST FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-INV-IDX  PIC X(30)
           VALUE "INV-IDX FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-INVOICE  PIC X(30)
           VALUE "INVOICE FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-INV-KEEP PIC X(30)
           VALUE "INV-KEEP FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-HOLD-IN  PIC X(30)
           VALUE "HOLD-IN FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-HOLD-OUT PIC X(30)
           VALUE "HOLD-OUT FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-REJECT-IN PIC X(30)
           VALUE "REJECT-IN FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-REJECT-OUT PIC X(30)
           VALUE "REJECT-OUT FILE NOT OPENED!".
       77  WRK-OPEN-ERR-INV-HIST PIC X(30)
           VALUE "INV-HIST FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-HIST-KEEP PIC X(30)
           VALUE "HIST-KEEP FILE WAS NOT OPENED!".
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ WORK FIELDS BEGINNING ===============".
      *----------------------------------------------------------------*
       77  WRK-OPERATOR-ID      PIC X(08) VALUE SPACES.
       77  WRK-FROM-ID          PIC 9(05) VALUE ZEROS.
       77  WRK-INTO-ID          PIC 9(05) VALUE ZEROS.
       77  WRK-CONFIRM          PIC X(01) VALUE SPACES.
      *    HOW THE TWO CREDIT LIMITS BECOME ONE. A ZERO LIMIT MEANS NO
      *    LIMIT, SO ADDING OR TAKING THE HIGHER OF TWO LIMITS WHERE
      *    EITHER CLIENT HAS NONE LEAVES THE SURVIVOR WITH NONE.
       77  WRK-LIMIT-OPTION     PIC X(01) VALUE SPACES.
           88 LIMIT-KEEP-INTO          VALUE "1".
           88 LIMIT-TAKE-FROM          VALUE "2".
           88 LIMIT-ADD-BOTH           VALUE "3".
           88 LIMIT-TAKE-HIGHER        VALUE "4".
           88 LIMIT-OPTION-VALID       VALUE "1" THRU "4".
       77  WRK-EOF-CLIENTS      PIC X(01) VALUE "N".
           88 END-OF-CLIENTS           VALUE "Y".
       77  WRK-EOF-CONTRACT     PIC X(01) VALUE "N".
           88 END-OF-CONTRACT          VALUE "Y".
       77  WRK-EOF-RECUR        PIC X(01) VALUE "N".
           88 END-OF-RECUR             VALUE "Y".
       77  WRK-EOF-AR-OPEN      PIC X(01) VALUE "N".
           88 END-OF-AR-OPEN           VALUE "Y".
       77  WRK-EOF-SUSPENSE     PIC X(01) VALUE "N".
           88 END-OF-SUSPENSE          VALUE "Y".
       77  WRK-EOF-DUN-HIST     PIC X(01) VALUE "N".
           88 END-OF-DUN-HIST          VALUE "Y".
       77  WRK-EOF-INV-IDX      PIC X(01) VALUE "N".
           88 END-OF-INV-IDX           VALUE "Y".
       77  WRK-EOF-INVOICE      PIC X(01) VALUE "N".
           88 END-OF-INVOICE           VALUE "Y".
       77  WRK-EOF-INV-KEEP     PIC X(01) VALUE "N".
           88 END-OF-INV-KEEP          VALUE "Y".
       77  WRK-EOF-HOLD-IN      PIC X(01) VALUE "N".
           88 END-OF-HOLD-IN           VALUE "Y".
       77  WRK-EOF-HOLD-OUT     PIC X(01) VALUE "N".
           88 END-OF-HOLD-OUT          VALUE "Y".
       77  WRK-EOF-REJECT-IN    PIC X(01) VALUE "N".
           88 END-OF-REJECT-IN         VALUE "Y".
       77  WRK-EOF-REJECT-OUT   PIC X(01) VALUE "N".
           88 END-OF-REJECT-OUT        VALUE "Y".
       77  WRK-EOF-INV-HIST     PIC X(01) VALUE "N".
           88 END-OF-INV-HIST          VALUE "Y".
       77  WRK-EOF-HIST-KEEP    PIC X(01) VALUE "N".
           88 END-OF-HIST-KEEP         VALUE "Y".
       77  WRK-NO-MORE-FROM     PIC X(01) VALUE "N".
           88 NO-MORE-FROM             VALUE "Y".
       77  WRK-CLASH            PIC X(01) VALUE "N".
           88 CLASH-FOUND              VALUE "Y".
       77  WRK-FOUND            PIC X(01) VALUE "N".
           88 RECORD-FOUND             VALUE "Y".
       77  WRK-BALANCED-FLAG    PIC X(01) VALUE "Y".
           88 MERGE-BALANCED           VALUE "Y".
       77  WRK-FILE-BALANCED    PIC X(01) VALUE "Y".
           88 FILE-BALANCED            VALUE "Y".
       77  WRK-CLIENTS-MERGED   PIC X(01) VALUE "N".
           88 CLIENTS-MERGED           VALUE "Y".
       77  WRK-TALLY-ID         PIC 9(05) VALUE ZEROS.
       77  WRK-FILE-NO          PIC 9(02) VALUE ZEROS.
       77  WRK-MAX-FILES        PIC 9(02) VALUE 11.
       77  WRK-AUDIT-ACTION     PIC X(01) VALUE "M".
       77  WRK-BEFORE-IMAGE     PIC X(43) VALUE SPACES.
       77  WRK-AFTER-IMAGE      PIC X(43) VALUE SPACES.
       77  WRK-EDIT-LIMIT       PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-EDIT-FROM-PRICE  PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-EDIT-INTO-PRICE  PIC ZZ.ZZZ.ZZ9,99.
      *    THE TWO CLIENT RECORDS AS FOUND AT START-UP, IN THE SAME
      *    LAYOUT AS RG-CLIENTS (AND SO AS THE AUDIT IMAGES).
       01  WRK-FROM-CLIENT.
           05 WRK-FROM-CLI-ID      PIC 9(05).
           05 WRK-FROM-CLI-NAME    PIC X(20).
           05 WRK-FROM-CLI-LIMIT   PIC 9(08)V99.
           05 WRK-FROM-CLI-TERMS   PIC X(04).
           05 WRK-FROM-CLI-DELIVERY PIC X(01).
           05 WRK-FROM-CLI-REP-ID  PIC 9(03).
       01  WRK-INTO-CLIENT.
           05 WRK-INTO-CLI-ID      PIC 9(05).
           05 WRK-INTO-CLI-NAME    PIC X(20).
           05 WRK-INTO-CLI-LIMIT   PIC 9(08)V99.
           05 WRK-INTO-CLI-TERMS   PIC X(04).
           05 WRK-INTO-CLI-DELIVERY PIC X(01).
           05 WRK-INTO-CLI-REP-ID  PIC 9(03).
      *    A RECORD BEING MOVED IS HELD HERE WHILE ITS COPY IS WRITTEN
      *    UNDER THE SURVIVING ID, THEN PUT BACK TO DELETE THE OLD ONE.
       01  WRK-SAVE-CONTRACT.
           05 WRK-SAVE-CON-KEY     PIC X(20).
           05 WRK-SAVE-CON-PRICE   PIC 9(08)V99.
       01  WRK-SAVE-RECUR.
           05 WRK-SAVE-REC-KEY     PIC X(20).
           05 WRK-SAVE-REC-AMOUNT  PIC 9(08)V99.
           05 FILLER               PIC X(38).
       01  WRK-SAVE-DUNHIST.
           05 WRK-SAVE-DUN-ID-CLI  PIC 9(05).
           05 WRK-SAVE-DUN-LEVEL   PIC 9(01).
           05 WRK-SAVE-DUN-DATE    PIC 9(08).
           05 WRK-SAVE-DUN-CYCLE   PIC 9(06).
           05 WRK-SAVE-DUN-AMOUNT  PIC 9(10)V99.
           05 WRK-SAVE-DUN-LETTER-CNT PIC 9(05).
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ CONTROL TOTALS BEGINNING ============".
      *----------------------------------------------------------------*
      *   ONE ENTRY PER FILE, IN THE ORDER THE FILES ARE MERGED:
      *    1 CONTRACT.DAT   2 RECUR.DAT     3 AROPEN.DAT  4 CASHSUSP.DAT
      *    5 DUNHIST.DAT    6 NFIDX.DAT     7 NF.DAT      8 NF-HOLD.DAT
      *    9 NF-REJECT.DAT 10 NFHIST.DAT   11 CLIENTES.DAT
      *   THE BEFORE AND AFTER COUNTS ARE TAKEN FROM THE FILES
      *   THEMSELVES IN SEPARATE PASSES; MOVED AND MERGED ARE WHAT THIS
      *   RUN DID. A FILE BALANCES WHEN NOTHING IS LEFT UNDER THE FROM
      *   ID, EVERY FROM RECORD WAS EITHER MOVED OR MERGED, THE INTO ID
      *   GAINED EXACTLY THE MOVED RECORDS AND THE FILE LOST EXACTLY
      *   THE MERGED ONES.
       01  WRK-FILE-TAB.
           05 WRK-FILE-ENTRY OCCURS 11 TIMES.
              10 WRK-FILE-NAME     PIC X(13).
              10 WRK-FILE-PRESENT  PIC X(01).
                 88 FILE-PRESENT           VALUE "Y".
              10 WRK-FILE-TOT-BEF  PIC 9(07).
              10 WRK-FILE-TOT-AFT  PIC 9(07).
              10 WRK-FILE-FROM-BEF PIC 9(07).
              10 WRK-FILE-INTO-BEF PIC 9(07).
              10 WRK-FILE-FROM-AFT PIC 9(07).
              10 WRK-FILE-INTO-AFT PIC 9(07).
              10 WRK-FILE-MOVED    PIC 9(07).
              10 WRK-FILE-MERGED   PIC 9(07).
       77  WRK-CLASH-CNT           PIC 9(07) VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ PRINT LINES BEGINNING ===============".
      *----------------------------------------------------------------*
       01  WRK-LINE-HDR.
           05 FILLER               PIC X(13) VALUE "FILE".
           05 FILLER               PIC X(08) VALUE " TOT-BEF".
           05 FILLER               PIC X(08) VALUE " TOT-AFT".
           05 FILLER               PIC X(08) VALUE " FROM-BF".
           05 FILLER               PIC X(08) VALUE " INTO-BF".
           05 FILLER               PIC X(08) VALUE " FROM-AF".
           05 FILLER               PIC X(08) VALUE " INTO-AF".
           05 FILLER               PIC X(08) VALUE "   MOVED".
           05 FILLER               PIC X(08) VALUE "  MERGED".
           05 FILLER               PIC X(03) VALUE SPACES.
       01  WRK-LINE-COUNTS.
           05 WRK-CNT-NAME         PIC X(13).
           05 WRK-CNT-TOT-BEF      PIC Z(07)9.
           05 WRK-CNT-TOT-AFT      PIC Z(07)9.
           05 WRK-CNT-FROM-BEF     PIC Z(07)9.
           05 WRK-CNT-INTO-BEF     PIC Z(07)9.
           05 WRK-CNT-FROM-AFT     PIC Z(07)9.
           05 WRK-CNT-INTO-AFT     PIC Z(07)9.
           05 WRK-CNT-MOVED        PIC Z(07)9.
           05 WRK-CNT-MERGED       PIC Z(07)9.
           05 WRK-CNT-RESULT       PIC X(03).
       01  WRK-LINE-ABSENT.
           05 WRK-ABS-NAME         PIC X(13).
           05 FILLER               PIC X(67)
              VALUE "   NOT ON FILE - NOTHING TO MOVE".
      *================================================================*
      *----------------------------------------------------------------*
      *================================================================*
       PROCEDURE                       DIVISION.
      *----------------------------------------------------------------*
           PERFORM 0100-INIT.
           PERFORM 0200-PROCESS.
           PERFORM 0400-CARRY-FORWARD.
           PERFORM 0450-PROVE-FILES.
           IF RETURN-CODE EQUAL ZEROS
              AND MERGE-BALANCED
              PERFORM 0500-MERGE-CLIENT
           ELSE
              PERFORM 0460-KEEP-CLIENTS
           END-IF.
           PERFORM 0300-END.
           STOP RUN.
      *----------------------------------------------------------------*
      *    NOTHING IS CHANGED UNTIL BOTH CLIENTS HAVE BEEN FOUND, THE
      *    OPERATOR HAS SEEN THEM AND CONFIRMED, AND EVERY FILE HAS
      *    OPENED. A DEPENDENT FILE THAT DOES NOT EXIST YET HAS
      *    NOTHING TO MOVE AND IS REPORTED AS NOT ON FILE.
       0100-INIT                       SECTION.
           PERFORM 0110-SIGN-ON
               UNTIL WRK-OPERATOR-ID NOT EQUAL SPACES.
           PERFORM 0170-SET-FILE-NAMES.
           OPEN I-O CLIENTS.
           IF FS-CLIENTS-STATUS NOT EQUAL 00
              DISPLAY WRK-OPEN-ERR-CLIENTS
              DISPLAY "STATUS: " FS-CLIENTS-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
      *    AS IN CLIENTS-MAINT, NO CLIENT IS CHANGED WITHOUT AN AUDIT
      *    TRAIL TO WRITE TO.
           OPEN EXTEND CLI-AUDIT.
           IF FS-CLI-AUDIT-STATUS EQUAL 35
              OPEN OUTPUT CLI-AUDIT
              CLOSE CLI-AUDIT
              OPEN EXTEND CLI-AUDIT
           END-IF.
           IF FS-CLI-AUDIT-STATUS NOT EQUAL 00
              DISPLAY WRK-OPEN-ERR-CLI-AUDIT
              DISPLAY "STATUS: " FS-CLI-AUDIT-STATUS
              CLOSE CLIENTS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0120-ACCEPT-CLIENTS.
           PERFORM 0130-ACCEPT-LIMIT-OPTION
               UNTIL LIMIT-OPTION-VALID.
           PERFORM 0140-CONFIRM-MERGE.
           PERFORM 0150-OPEN-KEYED-FILES.
           PERFORM 0160-OPEN-SEQUENTIAL-FILES.
           PERFORM 0180-COUNT-CLIENTS-BEFORE.
      *----------------------------------------------------------------*
       0190-INIT-HELPERS               SECTION.
       0110-SIGN-ON.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WRK-OPERATOR-ID.
           IF WRK-OPERATOR-ID EQUAL SPACES
              DISPLAY "OPERATOR ID IS REQUIRED."
           END-IF.
      *----------------------------------------------------------------*
       0120-ACCEPT-CLIENTS.
           DISPLAY "MERGE FROM CLIENT ID (IS DELETED): "
                   WITH NO ADVANCING.
           ACCEPT WRK-FROM-ID.
           DISPLAY "MERGE INTO CLIENT ID (SURVIVES)  : "
                   WITH NO ADVANCING.
           ACCEPT WRK-INTO-ID.
           IF WRK-FROM-ID EQUAL WRK-INTO-ID
              DISPLAY "FROM AND INTO CLIENT ARE THE SAME - STOPPED."
              PERFORM 0125-STOP-BEFORE-CHANGES
           END-IF.
           MOVE WRK-FROM-ID TO RG-CLIENTS-ID.
           READ CLIENTS KEY IS RG-CLIENTS-ID
               INVALID KEY
                   DISPLAY "FROM CLIENT " WRK-FROM-ID
                           " NOT ON CLIENTES.DAT - STOPPED."
                   PERFORM 0125-STOP-BEFORE-CHANGES
           END-READ.
           MOVE RG-CLIENTS TO WRK-FROM-CLIENT.
           MOVE WRK-INTO-ID TO RG-CLIENTS-ID.
           READ CLIENTS KEY IS RG-CLIENTS-ID
               INVALID KEY
                   DISPLAY "INTO CLIENT " WRK-INTO-ID
                           " NOT ON CLIENTES.DAT - STOPPED."
                   PERFORM 0125-STOP-BEFORE-CHANGES
           END-READ.
           MOVE RG-CLIENTS TO WRK-INTO-CLIENT.
           DISPLAY "=================================================".
           MOVE WRK-FROM-CLI-LIMIT TO WRK-EDIT-LIMIT.
           DISPLAY "FROM : " WRK-FROM-CLI-ID " " WRK-FROM-CLI-NAME
                   " LIMIT " WRK-EDIT-LIMIT
                   " TERMS " WRK-FROM-CLI-TERMS.
           MOVE WRK-INTO-CLI-LIMIT TO WRK-EDIT-LIMIT.
           DISPLAY "INTO : " WRK-INTO-CLI-ID " " WRK-INTO-CLI-NAME
                   " LIMIT " WRK-EDIT-LIMIT
                   " TERMS " WRK-INTO-CLI-TERMS.
           DISPLAY "=================================================".
      *----------------------------------------------------------------*
       0125-STOP-BEFORE-CHANGES.
           CLOSE CLIENTS.
           CLOSE CLI-AUDIT.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------------*
       0130-ACCEPT-LIMIT-OPTION.
           DISPLAY "CREDIT LIMIT OF THE SURVIVING CLIENT:".
           DISPLAY "1 - KEEP THE INTO CLIENT'S LIMIT".
           DISPLAY "2 - TAKE THE FROM CLIENT'S LIMIT".
           DISPLAY "3 - ADD THE TWO LIMITS".
           DISPLAY "4 - TAKE THE HIGHER LIMIT".
           DISPLAY "OPTION: " WITH NO ADVANCING.
           ACCEPT WRK-LIMIT-OPTION.
           IF NOT LIMIT-OPTION-VALID
              DISPLAY "INVALID OPTION, TRY AGAIN."
           END-IF.
      *----------------------------------------------------------------*
       0140-CONFIRM-MERGE.
           DISPLAY "MERGE " WRK-FROM-ID " INTO " WRK-INTO-ID
                   " AND DELETE " WRK-FROM-ID " (Y/N)? "
                   WITH NO ADVANCING.
           ACCEPT WRK-CONFIRM.
           IF WRK-CONFIRM NOT EQUAL "Y"
              DISPLAY "MERGE CANCELLED - NOTHING WAS CHANGED."
              CLOSE CLIENTS
              CLOSE CLI-AUDIT
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
      *----------------------------------------------------------------*
       0150-OPEN-KEYED-FILES.
           OPEN I-O CONTRACT.
           IF FS-CONTRACT-STATUS EQUAL 35
              MOVE "N" TO WRK-FILE-PRESENT (1)
           ELSE
              IF FS-CONTRACT-STATUS NOT EQUAL 00
                 DISPLAY WRK-OPEN-ERR-CONTRACT
                 DISPLAY "STATUS: " FS-CONTRACT-STATUS
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.
           OPEN I-O RECUR.
           IF FS-RECUR-STATUS EQUAL 35
              MOVE "N" TO WRK-FILE-PRESENT (2)
           ELSE
              IF FS-RECUR-STATUS NOT EQUAL 00
                 DISPLAY WRK-OPEN-ERR-RECUR
                 DISPLAY "STATUS: " FS-RECUR-STATUS
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.
           OPEN I-O AR-OPEN.
           IF FS-AR-OPEN-STATUS EQUAL 35
              MOVE "N" TO WRK-FILE-PRESENT (3)
           ELSE
              IF FS-AR-OPEN-STATUS NOT EQUAL 00
                 DISPLAY WRK-OPEN-ERR-AR-OPEN
                 DISPLAY "STATUS: " FS-AR-OPEN-STATUS
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.
           OPEN I-O SUSPENSE.
           IF FS-SUSPENSE-STATUS EQUAL 35
              MOVE "N" TO WRK-FILE-PRESENT (4)
           ELSE
              IF FS-SUSPENSE-STATUS NOT EQUAL 00
                 DISPLAY WRK-OPEN-ERR-SUSPENSE
                 DISPLAY "STATUS: " FS-SUSPENSE-STATUS
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.
           OPEN I-O DUN-HIST.
           IF FS-DUN-HIST-STATUS EQUAL 35
              MOVE "N" TO WRK-FILE-PRESENT (5)
           ELSE
              IF FS-DUN-HIST-STATUS NOT EQUAL 00
                 DISPLAY WRK-OPEN-ERR-DUN-HIST
                 DISPLAY "STATUS: " FS-DUN-HIST-STATUS
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.
           OPEN I-O INV-IDX.
           IF FS-INV-IDX-STATUS EQUAL 35
              MOVE "N" TO WRK-FILE-PRESENT (6)
           ELSE
              IF FS-INV-IDX-STATUS NOT EQUAL 00
                 DISPLAY WRK-OPEN-ERR-INV-IDX
                 DISPLAY "STATUS: " FS-INV-IDX-STATUS
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *    A SEQUENTIAL FILE THAT IS NOT THERE GETS NO CARRY-FORWARD
      *    FILE EITHER, SO THERE IS NOTHING FOR THE OPERATOR TO SWAP.
       0160-OPEN-SEQUENTIAL-FILES.
           OPEN INPUT INVOICE.
           IF FS-INVOICE-STATUS EQUAL 35
              MOVE "N" TO WRK-FILE-PRESENT (7)
           ELSE
              IF FS-INVOICE-STATUS NOT EQUAL 00
                 DISPLAY WRK-OPEN-ERR-INVOICE
                 DISPLAY "STATUS: " FS-INVOICE-STATUS
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              OPEN OUTPUT INV-KEEP
              IF FS-INV-KEEP-STATUS NOT EQUAL 00
                 DISPLAY WRK-OPEN-ERR-INV-KEEP
                 DISPLAY "STATUS: " FS-INV-KEEP-STATUS
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.
           OPEN INPUT HOLD-IN.
           IF FS-HOLD-IN-STATUS EQUAL 35
              MOVE "N" TO WRK-FILE-PRESENT (8)
           ELSE
              IF FS-HOLD-IN-STATUS NOT EQUAL 00
                 DISPLAY WRK-OPEN-ERR-HOLD-IN
                 DISPLAY "STATUS: " FS-HOLD-IN-STATUS
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              OPEN OUTPUT HOLD-OUT
              IF FS-HOLD-OUT-STATUS NOT EQUAL 00
                 DISPLAY WRK-OPEN-ERR-HOLD-OUT
                 DISPLAY "STATUS: " FS-HOLD-OUT-STATUS
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.
           OPEN INPUT REJECT-IN.
           IF FS-REJECT-IN-STATUS EQUAL 35
              MOVE "N" TO WRK-FILE-PRESENT (9)
           ELSE
              IF FS-REJECT-IN-STATUS NOT EQUAL 00
                 DISPLAY WRK-OPEN-ERR-REJECT-IN
                 DISPLAY "STATUS: " FS-REJECT-IN-STATUS
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              OPEN OUTPUT REJECT-OUT
              IF FS-REJECT-OUT-STATUS NOT EQUAL 00
                 DISPLAY WRK-OPEN-ERR-REJECT-OUT
                 DISPLAY "STATUS: " FS-REJECT-OUT-STATUS
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.
           OPEN INPUT INV-HIST.
           IF FS-INV-HIST-STATUS EQUAL 35
              MOVE "N" TO WRK-FILE-PRESENT (10)
           ELSE
              IF FS-INV-HIST-STATUS NOT EQUAL 00
                 DISPLAY WRK-OPEN-ERR-INV-HIST
                 DISPLAY "STATUS: " FS-INV-HIST-STATUS
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              OPEN OUTPUT HIST-KEEP
              IF FS-HIST-KEEP-STATUS NOT EQUAL 00
                 DISPLAY WRK-OPEN-ERR-HIST-KEEP
                 DISPLAY "STATUS: " FS-HIST-KEEP-STATUS
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0170-SET-FILE-NAMES.
           INITIALIZE WRK-FILE-TAB.
           MOVE "CONTRACT.DAT"  TO WRK-FILE-NAME (1).
           MOVE "RECUR.DAT"     TO WRK-FILE-NAME (2).
           MOVE "AROPEN.DAT"    TO WRK-FILE-NAME (3).
           MOVE "CASHSUSP.DAT"  TO WRK-FILE-NAME (4).
           MOVE "DUNHIST.DAT"   TO WRK-FILE-NAME (5).
           MOVE "NFIDX.DAT"     TO WRK-FILE-NAME (6).
           MOVE "NF.DAT"        TO WRK-FILE-NAME (7).
           MOVE "NF-HOLD.DAT"   TO WRK-FILE-NAME (8).
           MOVE "NF-REJECT.DAT" TO WRK-FILE-NAME (9).
           MOVE "NFHIST.DAT"    TO WRK-FILE-NAME (10).
           MOVE "CLIENTES.DAT"  TO WRK-FILE-NAME (11).
           PERFORM VARYING WRK-FILE-NO FROM 1 BY 1
                     UNTIL WRK-FILE-NO > WRK-MAX-FILES
               MOVE "Y" TO WRK-FILE-PRESENT (WRK-FILE-NO)
           END-PERFORM.
      *----------------------------------------------------------------*
       0180-COUNT-CLIENTS-BEFORE.
           MOVE 11 TO WRK-FILE-NO.
           MOVE ZEROS TO RG-CLIENTS-ID.
           START CLIENTS KEY IS NOT LESS THAN RG-CLIENTS-ID
               INVALID KEY
                   MOVE "Y" TO WRK-EOF-CLIENTS
           END-START.
           PERFORM UNTIL END-OF-CLIENTS
               READ CLIENTS NEXT RECORD
                   AT END
                       MOVE "Y" TO WRK-EOF-CLIENTS
                   NOT AT END
                       MOVE RG-CLIENTS-ID TO WRK-TALLY-ID
                       PERFORM 0280-TALLY-BEFORE
               END-READ
           END-PERFORM.
      *----------------------------------------------------------------*
      *    THE KEYED FILES ARE UPDATED IN PLACE. EACH IS COUNTED,
      *    MERGED, THEN CLOSED AND RECOUNTED FROM THE TOP.
       0200-PROCESS                    SECTION.
           PERFORM 0210-MERGE-CONTRACT.
           PERFORM 0220-MERGE-RECUR.
           PERFORM 0230-MERGE-AR-OPEN.
           PERFORM 0240-MERGE-SUSPENSE.
           PERFORM 0250-MERGE-DUN-HIST.
           PERFORM 0260-MERGE-INV-IDX.
      *----------------------------------------------------------------*
       0290-PROCESS-HELPERS             SECTION.
       0210-MERGE-CONTRACT.
           MOVE 1 TO WRK-FILE-NO.
           IF FILE-PRESENT (WRK-FILE-NO)
              PERFORM 0211-READ-CONTRACT
              PERFORM UNTIL END-OF-CONTRACT
                  MOVE RG-CONTRACT-ID-CLI TO WRK-TALLY-ID
                  PERFORM 0280-TALLY-BEFORE
                  PERFORM 0211-READ-CONTRACT
              END-PERFORM
              MOVE "N" TO WRK-NO-MORE-FROM
              PERFORM 0212-MOVE-ONE-CONTRACT UNTIL NO-MORE-FROM
              CLOSE CONTRACT
              OPEN INPUT CONTRACT
              MOVE "N" TO WRK-EOF-CONTRACT
              PERFORM 0211-READ-CONTRACT
              PERFORM UNTIL END-OF-CONTRACT
                  MOVE RG-CONTRACT-ID-CLI TO WRK-TALLY-ID
                  PERFORM 0285-TALLY-AFTER
                  PERFORM 0211-READ-CONTRACT
              END-PERFORM
              CLOSE CONTRACT
           END-IF.
      *----------------------------------------------------------------*
       0211-READ-CONTRACT.
           READ CONTRACT NEXT RECORD
               AT END
                   MOVE "Y" TO WRK-EOF-CONTRACT
           END-READ.
      *----------------------------------------------------------------*
      *    THE FROM CLIENT'S CONTRACTS ARE TAKEN ONE AT A TIME FROM THE
      *    FRONT OF ITS KEY RANGE, SO WRITING THE NEW KEYS NEVER
      *    DISTURBS THE POSITION OF A SEQUENTIAL READ.
       0212-MOVE-ONE-CONTRACT.
           MOVE WRK-FROM-ID TO RG-CONTRACT-ID-CLI.
           MOVE LOW-VALUES TO RG-CONTRACT-PROD.
           START CONTRACT KEY IS NOT LESS THAN RG-CONTRACT-KEY
               INVALID KEY
                   MOVE "Y" TO WRK-NO-MORE-FROM
           END-START.
           IF NOT NO-MORE-FROM
              READ CONTRACT NEXT RECORD
                  AT END
                      MOVE "Y" TO WRK-NO-MORE-FROM
              END-READ
           END-IF.
           IF NOT NO-MORE-FROM
              IF RG-CONTRACT-ID-CLI NOT EQUAL WRK-FROM-ID
                 MOVE "Y" TO WRK-NO-MORE-FROM
              ELSE
                 PERFORM 0213-RENUMBER-CONTRACT
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *    THE COPY UNDER THE SURVIVING ID IS WRITTEN BEFORE THE OLD
      *    RECORD IS DELETED, SO A STOP IN BETWEEN NEVER LOSES A
      *    CONTRACT. IF THE SURVIVOR ALREADY HAS A CONTRACT FOR THE
      *    PRODUCT, ITS PRICE STANDS AND THE CLASH IS LISTED.
       0213-RENUMBER-CONTRACT.
           MOVE RG-CONTRACT TO WRK-SAVE-CONTRACT.
           MOVE WRK-INTO-ID TO RG-CONTRACT-ID-CLI.
           MOVE "N" TO WRK-CLASH.
           WRITE RG-CONTRACT
               INVALID KEY
                   MOVE "Y" TO WRK-CLASH
           END-WRITE.
           IF CLASH-FOUND
              READ CONTRACT KEY IS RG-CONTRACT-KEY
                  INVALID KEY
                      MOVE ZEROS TO RG-CONTRACT-PRICE
              END-READ
              MOVE WRK-SAVE-CON-PRICE TO WRK-EDIT-FROM-PRICE
              MOVE RG-CONTRACT-PRICE TO WRK-EDIT-INTO-PRICE
              DISPLAY "CONTRACT CLASH " RG-CONTRACT-PROD
                      " KEPT " WRK-EDIT-INTO-PRICE
                      " DROPPED " WRK-EDIT-FROM-PRICE
              ADD 1 TO WRK-FILE-MERGED (WRK-FILE-NO)
              ADD 1 TO WRK-CLASH-CNT
           ELSE
              ADD 1 TO WRK-FILE-MOVED (WRK-FILE-NO)
           END-IF.
           MOVE WRK-SAVE-CONTRACT TO RG-CONTRACT.
           DELETE CONTRACT RECORD
               INVALID KEY
                   DISPLAY "ERROR DELETING CONTRACT. STATUS: "
                           FS-CONTRACT-STATUS
                   MOVE "Y" TO WRK-NO-MORE-FROM
                   MOVE 8 TO RETURN-CODE
           END-DELETE.
      *----------------------------------------------------------------*
       0220-MERGE-RECUR.
           MOVE 2 TO WRK-FILE-NO.
           IF FILE-PRESENT (WRK-FILE-NO)
              PERFORM 0221-READ-RECUR
              PERFORM UNTIL END-OF-RECUR
                  MOVE RG-RECUR-ID-CLI TO WRK-TALLY-ID
                  PERFORM 0280-TALLY-BEFORE
                  PERFORM 0221-READ-RECUR
              END-PERFORM
              MOVE "N" TO WRK-NO-MORE-FROM
              PERFORM 0222-MOVE-ONE-RECUR UNTIL NO-MORE-FROM
              CLOSE RECUR
              OPEN INPUT RECUR
              MOVE "N" TO WRK-EOF-RECUR
              PERFORM 0221-READ-RECUR
              PERFORM UNTIL END-OF-RECUR
                  MOVE RG-RECUR-ID-CLI TO WRK-TALLY-ID
                  PERFORM 0285-TALLY-AFTER
                  PERFORM 0221-READ-RECUR
              END-PERFORM
              CLOSE RECUR
           END-IF.
      *----------------------------------------------------------------*
       0221-READ-RECUR.
           READ RECUR NEXT RECORD
               AT END
                   MOVE "Y" TO WRK-EOF-RECUR
           END-READ.
      *----------------------------------------------------------------*
       0222-MOVE-ONE-RECUR.
           MOVE WRK-FROM-ID TO RG-RECUR-ID-CLI.
           MOVE LOW-VALUES TO RG-RECUR-PROD.
           START RECUR KEY IS NOT LESS THAN RG-RECUR-KEY
               INVALID KEY
                   MOVE "Y" TO WRK-NO-MORE-FROM
           END-START.
           IF NOT NO-MORE-FROM
              READ RECUR NEXT RECORD
                  AT END
                      MOVE "Y" TO WRK-NO-MORE-FROM
              END-READ
           END-IF.
           IF NOT NO-MORE-FROM
              IF RG-RECUR-ID-CLI NOT EQUAL WRK-FROM-ID
                 MOVE "Y" TO WRK-NO-MORE-FROM
              ELSE
                 PERFORM 0223-RENUMBER-RECUR
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *    SAME RULE AS THE CONTRACTS: THE SURVIVOR'S OWN RECURRING
      *    CHARGE FOR A PRODUCT STANDS, SO THE PRODUCT IS NEVER BILLED
      *    TWICE TO ONE CLIENT.
       0223-RENUMBER-RECUR.
           MOVE RG-RECUR TO WRK-SAVE-RECUR.
           MOVE WRK-INTO-ID TO RG-RECUR-ID-CLI.
           MOVE "N" TO WRK-CLASH.
           WRITE RG-RECUR
               INVALID KEY
                   MOVE "Y" TO WRK-CLASH
           END-WRITE.
           IF CLASH-FOUND
              READ RECUR KEY IS RG-RECUR-KEY
                  INVALID KEY
                      MOVE ZEROS TO RG-RECUR-AMOUNT
              END-READ
              MOVE WRK-SAVE-REC-AMOUNT TO WRK-EDIT-FROM-PRICE
              MOVE RG-RECUR-AMOUNT TO WRK-EDIT-INTO-PRICE
              DISPLAY "RECURRING CLASH " RG-RECUR-PROD
                      " KEPT " WRK-EDIT-INTO-PRICE
                      " DROPPED " WRK-EDIT-FROM-PRICE
              ADD 1 TO WRK-FILE-MERGED (WRK-FILE-NO)
              ADD 1 TO WRK-CLASH-CNT
           ELSE
              ADD 1 TO WRK-FILE-MOVED (WRK-FILE-NO)
           END-IF.
           MOVE WRK-SAVE-RECUR TO RG-RECUR.
           DELETE RECUR RECORD
               INVALID KEY
                   DISPLAY "ERROR DELETING RECUR. STATUS: "
                           FS-RECUR-STATUS
                   MOVE "Y" TO WRK-NO-MORE-FROM
                   MOVE 8 TO RETURN-CODE
           END-DELETE.
      *----------------------------------------------------------------*
      *    THE CLIENT ID IS NOT PART OF THE KEY HERE, SO THE RECORDS
      *    ARE REWRITTEN WHERE THEY STAND IN ONE PASS.
       0230-MERGE-AR-OPEN.
           MOVE 3 TO WRK-FILE-NO.
           IF FILE-PRESENT (WRK-FILE-NO)
              PERFORM 0231-READ-AR-OPEN
              PERFORM UNTIL END-OF-AR-OPEN
                  MOVE RG-AROPEN-ID-CLI TO WRK-TALLY-ID
                  PERFORM 0280-TALLY-BEFORE
                  IF RG-AROPEN-ID-CLI EQUAL WRK-FROM-ID
                     MOVE WRK-INTO-ID TO RG-AROPEN-ID-CLI
                     REWRITE RG-AROPEN
                         INVALID KEY
                             DISPLAY "ERROR UPDATING AR-OPEN. STATUS: "
                                     FS-AR-OPEN-STATUS
                             MOVE 8 TO RETURN-CODE
                         NOT INVALID KEY
                             ADD 1 TO WRK-FILE-MOVED (WRK-FILE-NO)
                     END-REWRITE
                  END-IF
                  PERFORM 0231-READ-AR-OPEN
              END-PERFORM
              CLOSE AR-OPEN
              OPEN INPUT AR-OPEN
              MOVE "N" TO WRK-EOF-AR-OPEN
              PERFORM 0231-READ-AR-OPEN
              PERFORM UNTIL END-OF-AR-OPEN
                  MOVE RG-AROPEN-ID-CLI TO WRK-TALLY-ID
                  PERFORM 0285-TALLY-AFTER
                  PERFORM 0231-READ-AR-OPEN
              END-PERFORM
              CLOSE AR-OPEN
           END-IF.
      *----------------------------------------------------------------*
       0231-READ-AR-OPEN.
           READ AR-OPEN NEXT RECORD
               AT END
                   MOVE "Y" TO WRK-EOF-AR-OPEN
           END-READ.
      *----------------------------------------------------------------*
       0240-MERGE-SUSPENSE.
           MOVE 4 TO WRK-FILE-NO.
           IF FILE-PRESENT (WRK-FILE-NO)
              PERFORM 0241-READ-SUSPENSE
              PERFORM UNTIL END-OF-SUSPENSE
                  MOVE RG-SUSP-ID-CLI TO WRK-TALLY-ID
                  PERFORM 0280-TALLY-BEFORE
                  IF RG-SUSP-ID-CLI EQUAL WRK-FROM-ID
                     MOVE WRK-INTO-ID TO RG-SUSP-ID-CLI
                     REWRITE RG-SUSP
                         INVALID KEY
                             DISPLAY "ERROR UPDATING SUSPENSE. STATUS: "
                                     FS-SUSPENSE-STATUS
                             MOVE 8 TO RETURN-CODE
                         NOT INVALID KEY
                             ADD 1 TO WRK-FILE-MOVED (WRK-FILE-NO)
                     END-REWRITE
                  END-IF
                  PERFORM 0241-READ-SUSPENSE
              END-PERFORM
              CLOSE SUSPENSE
              OPEN INPUT SUSPENSE
              MOVE "N" TO WRK-EOF-SUSPENSE
              PERFORM 0241-READ-SUSPENSE
              PERFORM UNTIL END-OF-SUSPENSE
                  MOVE RG-SUSP-ID-CLI TO WRK-TALLY-ID
                  PERFORM 0285-TALLY-AFTER
                  PERFORM 0241-READ-SUSPENSE
              END-PERFORM
              CLOSE SUSPENSE
           END-IF.
      *----------------------------------------------------------------*
       0241-READ-SUSPENSE.
           READ SUSPENSE NEXT RECORD
               AT END
                   MOVE "Y" TO WRK-EOF-SUSPENSE
           END-READ.
      *----------------------------------------------------------------*
      *    ONE HISTORY RECORD PER CLIENT. IF ONLY THE FROM CLIENT HAS
      *    ONE IT MOVES ACROSS. IF BOTH HAVE ONE THEY ARE COMBINED:
      *    THE HIGHER LEVEL REACHED (WITH ITS DATE, CYCLE AND AMOUNT)
      *    STANDS, SO THE SURVIVOR IS NOT SENT A LOWER LETTER THAN
      *    EITHER CLIENT HAS ALREADY HAD, AND THE LETTER COUNTS ADD.
       0250-MERGE-DUN-HIST.
           MOVE 5 TO WRK-FILE-NO.
           IF FILE-PRESENT (WRK-FILE-NO)
              PERFORM 0251-READ-DUN-HIST
              PERFORM UNTIL END-OF-DUN-HIST
                  MOVE RG-DUNHIST-ID-CLI TO WRK-TALLY-ID
                  PERFORM 0280-TALLY-BEFORE
                  PERFORM 0251-READ-DUN-HIST
              END-PERFORM
              MOVE WRK-FROM-ID TO RG-DUNHIST-ID-CLI
              MOVE "Y" TO WRK-FOUND
              READ DUN-HIST KEY IS RG-DUNHIST-ID-CLI
                  INVALID KEY
                      MOVE "N" TO WRK-FOUND
              END-READ
              IF RECORD-FOUND
                 PERFORM 0252-MOVE-DUN-HIST
              END-IF
              CLOSE DUN-HIST
              OPEN INPUT DUN-HIST
              MOVE "N" TO WRK-EOF-DUN-HIST
              PERFORM 0251-READ-DUN-HIST
              PERFORM UNTIL END-OF-DUN-HIST
                  MOVE RG-DUNHIST-ID-CLI TO WRK-TALLY-ID
                  PERFORM 0285-TALLY-AFTER
                  PERFORM 0251-READ-DUN-HIST
              END-PERFORM
              CLOSE DUN-HIST
           END-IF.
      *----------------------------------------------------------------*
       0251-READ-DUN-HIST.
           READ DUN-HIST NEXT RECORD
               AT END
                   MOVE "Y" TO WRK-EOF-DUN-HIST
           END-READ.
      *----------------------------------------------------------------*
       0252-MOVE-DUN-HIST.
           MOVE RG-DUNHIST TO WRK-SAVE-DUNHIST.
           MOVE WRK-INTO-ID TO RG-DUNHIST-ID-CLI.
           MOVE "Y" TO WRK-FOUND.
           READ DUN-HIST KEY IS RG-DUNHIST-ID-CLI
               INVALID KEY
                   MOVE "N" TO WRK-FOUND
           END-READ.
           IF RECORD-FOUND
              IF WRK-SAVE-DUN-LEVEL GREATER THAN RG-DUNHIST-LEVEL
                 MOVE WRK-SAVE-DUN-LEVEL  TO RG-DUNHIST-LEVEL
                 MOVE WRK-SAVE-DUN-DATE   TO RG-DUNHIST-DATE
                 MOVE WRK-SAVE-DUN-CYCLE  TO RG-DUNHIST-CYCLE
                 MOVE WRK-SAVE-DUN-AMOUNT TO RG-DUNHIST-AMOUNT
              END-IF
              ADD WRK-SAVE-DUN-LETTER-CNT TO RG-DUNHIST-LETTER-CNT
              REWRITE RG-DUNHIST
                  INVALID KEY
                      DISPLAY "ERROR UPDATING DUN-HIST. STATUS: "
                              FS-DUN-HIST-STATUS
                      MOVE 8 TO RETURN-CODE
              END-REWRITE
              DISPLAY "DUNNING HISTORY COMBINED - LEVEL "
                      RG-DUNHIST-LEVEL " KEPT"
              ADD 1 TO WRK-FILE-MERGED (WRK-FILE-NO)
           ELSE
              MOVE WRK-SAVE-DUNHIST TO RG-DUNHIST
              MOVE WRK-INTO-ID TO RG-DUNHIST-ID-CLI
              WRITE RG-DUNHIST
                  INVALID KEY
                      DISPLAY "ERROR WRITING DUN-HIST. STATUS: "
                              FS-DUN-HIST-STATUS
                      MOVE 8 TO RETURN-CODE
              END-WRITE
              ADD 1 TO WRK-FILE-MOVED (WRK-FILE-NO)
           END-IF.
           MOVE WRK-SAVE-DUNHIST TO RG-DUNHIST.
           DELETE DUN-HIST RECORD
               INVALID KEY
                   DISPLAY "ERROR DELETING DUN-HIST. STATUS: "
                           FS-DUN-HIST-STATUS
                   MOVE 8 TO RETURN-CODE
           END-DELETE.
      *----------------------------------------------------------------*
      *    THE CLIENT ID IS THE ALTERNATE KEY; REWRITING IT WHILE
      *    READING IN INVOICE-ID ORDER LEAVES THE READ POSITION ALONE.
       0260-MERGE-INV-IDX.
           MOVE 6 TO WRK-FILE-NO.
           IF FILE-PRESENT (WRK-FILE-NO)
              PERFORM 0261-READ-INV-IDX
              PERFORM UNTIL END-OF-INV-IDX
                  MOVE RG-IDX-ID-CLI TO WRK-TALLY-ID
                  PERFORM 0280-TALLY-BEFORE
                  IF RG-IDX-ID-CLI EQUAL WRK-FROM-ID
                     MOVE WRK-INTO-ID TO RG-IDX-ID-CLI
                     REWRITE RG-IDX
                         INVALID KEY
                             DISPLAY "ERROR UPDATING INV-IDX. STATUS: "
                                     FS-INV-IDX-STATUS
                             MOVE 8 TO RETURN-CODE
                         NOT INVALID KEY
                             ADD 1 TO WRK-FILE-MOVED (WRK-FILE-NO)
                     END-REWRITE
                  END-IF
                  PERFORM 0261-READ-INV-IDX
              END-PERFORM
              CLOSE INV-IDX
              OPEN INPUT INV-IDX
              MOVE "N" TO WRK-EOF-INV-IDX
              PERFORM 0261-READ-INV-IDX
              PERFORM UNTIL END-OF-INV-IDX
                  MOVE RG-IDX-ID-CLI TO WRK-TALLY-ID
                  PERFORM 0285-TALLY-AFTER
                  PERFORM 0261-READ-INV-IDX
              END-PERFORM
              CLOSE INV-IDX
           END-IF.
      *----------------------------------------------------------------*
       0261-READ-INV-IDX.
           READ INV-IDX NEXT RECORD
               AT END
                   MOVE "Y" TO WRK-EOF-INV-IDX
           END-READ.
      *----------------------------------------------------------------*
       0280-TALLY-BEFORE.
           ADD 1 TO WRK-FILE-TOT-BEF (WRK-FILE-NO).
           IF WRK-TALLY-ID EQUAL WRK-FROM-ID
              ADD 1 TO WRK-FILE-FROM-BEF (WRK-FILE-NO)
           END-IF.
           IF WRK-TALLY-ID EQUAL WRK-INTO-ID
              ADD 1 TO WRK-FILE-INTO-BEF (WRK-FILE-NO)
           END-IF.
      *----------------------------------------------------------------*
       0285-TALLY-AFTER.
           ADD 1 TO WRK-FILE-TOT-AFT (WRK-FILE-NO).
           IF WRK-TALLY-ID EQUAL WRK-FROM-ID
              ADD 1 TO WRK-FILE-FROM-AFT (WRK-FILE-NO)
           END-IF.
           IF WRK-TALLY-ID EQUAL WRK-INTO-ID
              ADD 1 TO WRK-FILE-INTO-AFT (WRK-FILE-NO)
           END-IF.
      *----------------------------------------------------------------*
      *    THE SEQUENTIAL FILES ARE COPIED RECORD FOR RECORD TO THEIR
      *    CARRY-FORWARD FILES WITH THE CLIENT ID CHANGED, AND THE
      *    CARRY-FORWARD FILES ARE THEN RE-READ FOR THE AFTER COUNTS.
       0400-CARRY-FORWARD              SECTION.
           PERFORM 0410-CARRY-INVOICE.
           PERFORM 0420-CARRY-HOLD.
           PERFORM 0430-CARRY-REJECT.
           PERFORM 0440-CARRY-HIST.
      *----------------------------------------------------------------*
       0490-CARRY-HELPERS              SECTION.
       0410-CARRY-INVOICE.
           MOVE 7 TO WRK-FILE-NO.
           IF FILE-PRESENT (WRK-FILE-NO)
              PERFORM 0411-READ-INVOICE
              PERFORM UNTIL END-OF-INVOICE
                  MOVE RG-INVOICE-ID-CLI TO WRK-TALLY-ID
                  PERFORM 0280-TALLY-BEFORE
                  IF RG-INVOICE-ID-CLI EQUAL WRK-FROM-ID
                     MOVE WRK-INTO-ID TO RG-INVOICE-ID-CLI
                     ADD 1 TO WRK-FILE-MOVED (WRK-FILE-NO)
                  END-IF
                  MOVE RG-INVOICE TO RG-INV-KEEP
                  WRITE RG-INV-KEEP
                  IF FS-INV-KEEP-STATUS NOT EQUAL 00
                     DISPLAY "ERROR WRITING KEEP RECORD. STATUS: "
                             FS-INV-KEEP-STATUS
                     MOVE 8 TO RETURN-CODE
                     MOVE "Y" TO WRK-EOF-INVOICE
                  END-IF
                  PERFORM 0411-READ-INVOICE
              END-PERFORM
              CLOSE INVOICE
              CLOSE INV-KEEP
              OPEN INPUT INV-KEEP
              PERFORM 0412-READ-INV-KEEP
              PERFORM UNTIL END-OF-INV-KEEP
                  MOVE RG-INV-KEEP-ID-CLI TO WRK-TALLY-ID
                  PERFORM 0285-TALLY-AFTER
                  PERFORM 0412-READ-INV-KEEP
              END-PERFORM
              CLOSE INV-KEEP
           END-IF.
      *----------------------------------------------------------------*
       0411-READ-INVOICE.
           READ INVOICE
               AT END
                   MOVE "Y" TO WRK-EOF-INVOICE
           END-READ.
      *----------------------------------------------------------------*
       0412-READ-INV-KEEP.
           READ INV-KEEP
               AT END
                   MOVE "Y" TO WRK-EOF-INV-KEEP
           END-READ.
      *----------------------------------------------------------------*
       0420-CARRY-HOLD.
           MOVE 8 TO WRK-FILE-NO.
           IF FILE-PRESENT (WRK-FILE-NO)
              PERFORM 0421-READ-HOLD-IN
              PERFORM UNTIL END-OF-HOLD-IN
                  MOVE RG-HOLD-ID-CLI TO WRK-TALLY-ID
                  PERFORM 0280-TALLY-BEFORE
                  IF RG-HOLD-ID-CLI EQUAL WRK-FROM-ID
                     MOVE WRK-INTO-ID TO RG-HOLD-ID-CLI
                     ADD 1 TO WRK-FILE-MOVED (WRK-FILE-NO)
                  END-IF
                  MOVE RG-HOLD TO RG-HOLD-FWD
                  WRITE RG-HOLD-FWD
                  IF FS-HOLD-OUT-STATUS NOT EQUAL 00
                     DISPLAY "ERROR WRITING HOLD-OUT RECORD. STATUS: "
                             FS-HOLD-OUT-STATUS
                     MOVE 8 TO RETURN-CODE
                     MOVE "Y" TO WRK-EOF-HOLD-IN
                  END-IF
                  PERFORM 0421-READ-HOLD-IN
              END-PERFORM
              CLOSE HOLD-IN
              CLOSE HOLD-OUT
              OPEN INPUT HOLD-OUT
              PERFORM 0422-READ-HOLD-OUT
              PERFORM UNTIL END-OF-HOLD-OUT
                  MOVE RG-HOLD-FWD-ID-CLI TO WRK-TALLY-ID
                  PERFORM 0285-TALLY-AFTER
                  PERFORM 0422-READ-HOLD-OUT
              END-PERFORM
              CLOSE HOLD-OUT
           END-IF.
      *----------------------------------------------------------------*
       0421-READ-HOLD-IN.
           READ HOLD-IN
               AT END
                   MOVE "Y" TO WRK-EOF-HOLD-IN
           END-READ.
      *----------------------------------------------------------------*
       0422-READ-HOLD-OUT.
           READ HOLD-OUT
               AT END
                   MOVE "Y" TO WRK-EOF-HOLD-OUT
           END-READ.
      *----------------------------------------------------------------*
       0430-CARRY-REJECT.
           MOVE 9 TO WRK-FILE-NO.
           IF FILE-PRESENT (WRK-FILE-NO)
              PERFORM 0431-READ-REJECT-IN
              PERFORM UNTIL END-OF-REJECT-IN
                  MOVE RG-REJECT-ID-CLI TO WRK-TALLY-ID
                  PERFORM 0280-TALLY-BEFORE
                  IF RG-REJECT-ID-CLI EQUAL WRK-FROM-ID
                     MOVE WRK-INTO-ID TO RG-REJECT-ID-CLI
                     ADD 1 TO WRK-FILE-MOVED (WRK-FILE-NO)
                  END-IF
                  MOVE RG-REJECT TO RG-REJECT-FWD
                  WRITE RG-REJECT-FWD
                  IF FS-REJECT-OUT-STATUS NOT EQUAL 00
                     DISPLAY "ERROR WRITING REJECT-OUT RECORD. STATUS: "
                             FS-REJECT-OUT-STATUS
                     MOVE 8 TO RETURN-CODE
                     MOVE "Y" TO WRK-EOF-REJECT-IN
                  END-IF
                  PERFORM 0431-READ-REJECT-IN
              END-PERFORM
              CLOSE REJECT-IN
              CLOSE REJECT-OUT
              OPEN INPUT REJECT-OUT
              PERFORM 0432-READ-REJECT-OUT
              PERFORM UNTIL END-OF-REJECT-OUT
                  MOVE RG-REJECT-FWD-ID-CLI TO WRK-TALLY-ID
                  PERFORM 0285-TALLY-AFTER
                  PERFORM 0432-READ-REJECT-OUT
              END-PERFORM
              CLOSE REJECT-OUT
           END-IF.
      *----------------------------------------------------------------*
       0431-READ-REJECT-IN.
           READ REJECT-IN
               AT END
                   MOVE "Y" TO WRK-EOF-REJECT-IN
           END-READ.
      *----------------------------------------------------------------*
       0432-READ-REJECT-OUT.
           READ REJECT-OUT
               AT END
                   MOVE "Y" TO WRK-EOF-REJECT-OUT
           END-READ.
      *----------------------------------------------------------------*
      *    THE ARCHIVE MOVES WITH THE CLIENT TOO: THE SALES HISTORY
      *    WOULD OTHERWISE STAY SPLIT ACROSS TWO IDS, AND ARCHIVED
      *    INVOICES OF A DELETED CLIENT FIND NO SALES REP IN
      *    COMMISSION-RUN.
       0440-CARRY-HIST.
           MOVE 10 TO WRK-FILE-NO.
           IF FILE-PRESENT (WRK-FILE-NO)
              PERFORM 0441-READ-INV-HIST
              PERFORM UNTIL END-OF-INV-HIST
                  MOVE RG-HIST-ID-CLI TO WRK-TALLY-ID
                  PERFORM 0280-TALLY-BEFORE
                  IF RG-HIST-ID-CLI EQUAL WRK-FROM-ID
                     MOVE WRK-INTO-ID TO RG-HIST-ID-CLI
                     ADD 1 TO WRK-FILE-MOVED (WRK-FILE-NO)
                  END-IF
                  MOVE RG-HIST TO RG-HIST-KEEP
                  WRITE RG-HIST-KEEP
                  IF FS-HIST-KEEP-STATUS NOT EQUAL 00
                     DISPLAY "ERROR WRITING HISTORY KEEP RECORD. "
                             "STATUS: " FS-HIST-KEEP-STATUS
                     MOVE 8 TO RETURN-CODE
                     MOVE "Y" TO WRK-EOF-INV-HIST
                  END-IF
                  PERFORM 0441-READ-INV-HIST
              END-PERFORM
              CLOSE INV-HIST
              CLOSE HIST-KEEP
              OPEN INPUT HIST-KEEP
              PERFORM 0442-READ-HIST-KEEP
              PERFORM UNTIL END-OF-HIST-KEEP
                  MOVE RG-HIST-KEEP-ID-CLI TO WRK-TALLY-ID
                  PERFORM 0285-TALLY-AFTER
                  PERFORM 0442-READ-HIST-KEEP
              END-PERFORM
              CLOSE HIST-KEEP
           END-IF.
      *----------------------------------------------------------------*
       0441-READ-INV-HIST.
           READ INV-HIST
               AT END
                   MOVE "Y" TO WRK-EOF-INV-HIST
           END-READ.
      *----------------------------------------------------------------*
       0442-READ-HIST-KEEP.
           READ HIST-KEEP
               AT END
                   MOVE "Y" TO WRK-EOF-HIST-KEEP
           END-READ.
      *----------------------------------------------------------------*
      *    EVERY DEPENDENT FILE MUST BALANCE BEFORE A CLIENT RECORD IS
      *    TOUCHED. THE SAME TEST THE CONTROL REPORT PRINTS IS APPLIED
      *    HERE TO FILES 1 TO 10; CLIENTES.DAT IS PROVED AFTERWARDS.
       0450-PROVE-FILES                SECTION.
           PERFORM VARYING WRK-FILE-NO FROM 1 BY 1
                     UNTIL WRK-FILE-NO > 10
               IF FILE-PRESENT (WRK-FILE-NO)
                  PERFORM 0315-TEST-FILE-BALANCE
                  IF NOT FILE-BALANCED
                     MOVE "N" TO WRK-BALANCED-FLAG
                  END-IF
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *    A FAILED UPDATE OR A FILE OUT OF BALANCE LEAVES BOTH CLIENTS
      *    ON FILE, SO THE RUN CAN BE REPEATED WITH THE SAME TWO IDS
      *    ONCE THE CAUSE IS PUT RIGHT. CLIENTES.DAT IS STILL COUNTED
      *    FOR THE CONTROL REPORT.
       0460-KEEP-CLIENTS               SECTION.
           DISPLAY "*** MERGE STOPPED - CLIENTS " WRK-FROM-ID " AND "
                   WRK-INTO-ID " ARE BOTH KEPT ***".
           DISPLAY "*** DO NOT SWAP THE CARRIED-FORWARD FILES ***".
           MOVE 8 TO RETURN-CODE.
           PERFORM 0540-COUNT-CLIENTS-AFTER.
      *----------------------------------------------------------------*
      *    THE CLIENT RECORDS CHANGE LAST, ONCE EVERYTHING UNDERNEATH
      *    HAS MOVED AND BALANCED: A RUN THAT STOPS EARLIER CAN SIMPLY
      *    BE RUN AGAIN WITH THE SAME TWO IDS. THE FROM CLIENT IS ONLY
      *    DELETED ONCE THE SURVIVOR HAS BEEN REWRITTEN.
       0500-MERGE-CLIENT               SECTION.
           MOVE 11 TO WRK-FILE-NO.
           MOVE WRK-INTO-CLIENT TO RG-CLIENTS.
           PERFORM 0510-COMBINE-LIMITS.
           IF RG-CLIENTS-TERMS EQUAL SPACES
              MOVE WRK-FROM-CLI-TERMS TO RG-CLIENTS-TERMS
           END-IF.
           IF RG-CLIENTS-DELIVERY EQUAL SPACES
              MOVE WRK-FROM-CLI-DELIVERY TO RG-CLIENTS-DELIVERY
           END-IF.
           IF RG-CLIENTS-REP-ID NOT NUMERIC
              OR RG-CLIENTS-REP-ID EQUAL ZEROS
              IF WRK-FROM-CLI-REP-ID NUMERIC
                 MOVE WRK-FROM-CLI-REP-ID TO RG-CLIENTS-REP-ID
              ELSE
                 MOVE ZEROS TO RG-CLIENTS-REP-ID
              END-IF
           END-IF.
           REWRITE RG-CLIENTS
               INVALID KEY
                   DISPLAY "ERROR UPDATING CLIENT. STATUS: "
                           FS-CLIENTS-STATUS
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE WRK-INTO-CLIENT TO WRK-BEFORE-IMAGE
                   MOVE RG-CLIENTS TO WRK-AFTER-IMAGE
                   PERFORM 0520-WRITE-AUDIT
                   MOVE WRK-FROM-ID TO RG-CLIENTS-ID
                   DELETE CLIENTS RECORD
                       INVALID KEY
                           DISPLAY "ERROR DELETING CLIENT. STATUS: "
                                   FS-CLIENTS-STATUS
                           MOVE 8 TO RETURN-CODE
                       NOT INVALID KEY
                           ADD 1 TO WRK-FILE-MERGED (WRK-FILE-NO)
                           MOVE "Y" TO WRK-CLIENTS-MERGED
                           MOVE WRK-FROM-CLIENT TO WRK-BEFORE-IMAGE
                           PERFORM 0520-WRITE-AUDIT
                   END-DELETE
           END-REWRITE.
           PERFORM 0540-COUNT-CLIENTS-AFTER.
      *----------------------------------------------------------------*
       0590-CLIENT-HELPERS             SECTION.
       0510-COMBINE-LIMITS.
           EVALUATE TRUE
               WHEN LIMIT-TAKE-FROM
                   MOVE WRK-FROM-CLI-LIMIT TO RG-CLIENTS-CREDIT-LIMIT
               WHEN LIMIT-ADD-BOTH
                   IF WRK-FROM-CLI-LIMIT EQUAL ZEROS
                      OR WRK-INTO-CLI-LIMIT EQUAL ZEROS
                      MOVE ZEROS TO RG-CLIENTS-CREDIT-LIMIT
                   ELSE
                      COMPUTE RG-CLIENTS-CREDIT-LIMIT =
                              WRK-FROM-CLI-LIMIT + WRK-INTO-CLI-LIMIT
                          ON SIZE ERROR
                              MOVE 99999999,99
                                TO RG-CLIENTS-CREDIT-LIMIT
                      END-COMPUTE
                   END-IF
               WHEN LIMIT-TAKE-HIGHER
                   IF WRK-FROM-CLI-LIMIT EQUAL ZEROS
                      OR WRK-INTO-CLI-LIMIT EQUAL ZEROS
                      MOVE ZEROS TO RG-CLIENTS-CREDIT-LIMIT
                   ELSE
                      IF WRK-FROM-CLI-LIMIT GREATER THAN
                         WRK-INTO-CLI-LIMIT
                         MOVE WRK-FROM-CLI-LIMIT
                           TO RG-CLIENTS-CREDIT-LIMIT
                      END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *----------------------------------------------------------------*
      *    SAME RECORD CLIENTS-MAINT WRITES. THE AFTER IMAGE OF BOTH
      *    MERGE RECORDS IS THE SURVIVING CLIENT AS REWRITTEN. A FAILED
      *    AUDIT WRITE CANNOT UNDO THE MERGE, SO IT FAILS THE JOB FOR
      *    THE TRAIL TO BE PUT RIGHT BY HAND.
       0520-WRITE-AUDIT.
           ACCEPT RG-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT RG-AUDIT-TIME FROM TIME.
           MOVE WRK-OPERATOR-ID TO RG-AUDIT-OPERATOR.
           MOVE WRK-AUDIT-ACTION TO RG-AUDIT-ACTION.
           MOVE WRK-BEFORE-IMAGE TO RG-AUDIT-BEFORE.
           MOVE WRK-AFTER-IMAGE TO RG-AUDIT-AFTER.
           WRITE RG-AUDIT.
           IF FS-CLI-AUDIT-STATUS NOT EQUAL 00
              DISPLAY "ERROR WRITING AUDIT RECORD. STATUS: "
                      FS-CLI-AUDIT-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF.
      *----------------------------------------------------------------*
       0530-READ-CLIENTS.
           READ CLIENTS NEXT RECORD
               AT END
                   MOVE "Y" TO WRK-EOF-CLIENTS
           END-READ.
      *----------------------------------------------------------------*
       0540-COUNT-CLIENTS-AFTER.
           MOVE 11 TO WRK-FILE-NO.
           CLOSE CLIENTS.
           OPEN INPUT CLIENTS.
           MOVE "N" TO WRK-EOF-CLIENTS.
           PERFORM 0530-READ-CLIENTS.
           PERFORM UNTIL END-OF-CLIENTS
               MOVE RG-CLIENTS-ID TO WRK-TALLY-ID
               PERFORM 0285-TALLY-AFTER
               PERFORM 0530-READ-CLIENTS
           END-PERFORM.
           CLOSE CLIENTS.
      *----------------------------------------------------------------*
       0300-END                        SECTION.
           CLOSE CLI-AUDIT.
           PERFORM 0310-PRINT-CONTROL-REPORT.
      *----------------------------------------------------------------*
       0390-END-HELPERS                SECTION.
       0310-PRINT-CONTROL-REPORT.
           DISPLAY "=================================================".
           DISPLAY "     CLIENT MERGE - " WRK-FROM-ID " INTO "
                   WRK-INTO-ID.
           DISPLAY "=================================================".
           DISPLAY WRK-LINE-HDR.
           PERFORM VARYING WRK-FILE-NO FROM 1 BY 1
                     UNTIL WRK-FILE-NO > WRK-MAX-FILES
               IF FILE-PRESENT (WRK-FILE-NO)
                  PERFORM 0320-PRINT-FILE-COUNTS
               ELSE
                  MOVE WRK-FILE-NAME (WRK-FILE-NO) TO WRK-ABS-NAME
                  DISPLAY WRK-LINE-ABSENT
               END-IF
           END-PERFORM.
           DISPLAY "-------------------------------------------------".
           DISPLAY "CLASHES (SURVIVOR'S RECORD KEPT) : " WRK-CLASH-CNT.
           IF MERGE-BALANCED
              AND CLIENTS-MERGED
              DISPLAY "MERGE PROVEN LOSSLESS."
              IF FILE-PRESENT (7) OR FILE-PRESENT (8)
                 OR FILE-PRESENT (9) OR FILE-PRESENT (10)
                 DISPLAY "PUT THE KEEP, HOLD-OUT, REJECT-OUT AND"
                 DISPLAY "HISTORY KEEP FILES IN PLACE AS NF.DAT,"
                 DISPLAY "NF-HOLD.DAT, NF-REJECT.DAT AND NFHIST.DAT"
                 DISPLAY "TO COMPLETE THE MERGE."
              END-IF
           ELSE
              DISPLAY "*** COUNTS DO NOT BALANCE - DO NOT SWAP ***"
              MOVE 8 TO RETURN-CODE
           END-IF.
      *    A CLASH DROPS THE FROM CLIENT'S PRICE OR CHARGE; THE RUN
      *    ENDS WITH RETURN-CODE 4 SO SOMEONE CHECKS THE ONE KEPT.
           IF RETURN-CODE EQUAL ZEROS
              AND WRK-CLASH-CNT GREATER THAN ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "=================================================".
      *----------------------------------------------------------------*
      *    A FILE BALANCES WHEN NOTHING IS LEFT UNDER THE FROM ID AND
      *    THE BEFORE, AFTER, MOVED AND MERGED COUNTS AGREE.
       0315-TEST-FILE-BALANCE.
           MOVE "Y" TO WRK-FILE-BALANCED.
           IF WRK-FILE-FROM-AFT (WRK-FILE-NO) NOT EQUAL ZEROS
              MOVE "N" TO WRK-FILE-BALANCED
           END-IF.
           IF WRK-FILE-FROM-BEF (WRK-FILE-NO) NOT EQUAL
              WRK-FILE-MOVED (WRK-FILE-NO)
              + WRK-FILE-MERGED (WRK-FILE-NO)
              MOVE "N" TO WRK-FILE-BALANCED
           END-IF.
           IF WRK-FILE-INTO-AFT (WRK-FILE-NO) NOT EQUAL
              WRK-FILE-INTO-BEF (WRK-FILE-NO)
              + WRK-FILE-MOVED (WRK-FILE-NO)
              MOVE "N" TO WRK-FILE-BALANCED
           END-IF.
           IF WRK-FILE-TOT-AFT (WRK-FILE-NO) NOT EQUAL
              WRK-FILE-TOT-BEF (WRK-FILE-NO)
              - WRK-FILE-MERGED (WRK-FILE-NO)
              MOVE "N" TO WRK-FILE-BALANCED
           END-IF.
      *----------------------------------------------------------------*
       0320-PRINT-FILE-COUNTS.
           PERFORM 0315-TEST-FILE-BALANCE.
           MOVE WRK-FILE-NAME (WRK-FILE-NO)     TO WRK-CNT-NAME.
           MOVE WRK-FILE-TOT-BEF (WRK-FILE-NO)  TO WRK-CNT-TOT-BEF.
           MOVE WRK-FILE-TOT-AFT (WRK-FILE-NO)  TO WRK-CNT-TOT-AFT.
           MOVE WRK-FILE-FROM-BEF (WRK-FILE-NO) TO WRK-CNT-FROM-BEF.
           MOVE WRK-FILE-INTO-BEF (WRK-FILE-NO) TO WRK-CNT-INTO-BEF.
           MOVE WRK-FILE-FROM-AFT (WRK-FILE-NO) TO WRK-CNT-FROM-AFT.
           MOVE WRK-FILE-INTO-AFT (WRK-FILE-NO) TO WRK-CNT-INTO-AFT.
           MOVE WRK-FILE-MOVED (WRK-FILE-NO)    TO WRK-CNT-MOVED.
           MOVE WRK-FILE-MERGED (WRK-FILE-NO)   TO WRK-CNT-MERGED.
           IF FILE-BALANCED
              MOVE " OK" TO WRK-CNT-RESULT
           ELSE
              MOVE " **" TO WRK-CNT-RESULT
              MOVE "N" TO WRK-BALANCED-FLAG
           END-IF.
           DISPLAY WRK-LINE-COUNTS.

      *----------------------------------------------------------------*
      *================================================================*
