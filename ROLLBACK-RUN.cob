       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.ROLLBACK-RUN.
      *================================================================*
      *    AUTHOR      : NATAN BOANAFINA.                              *
      *    ENTERPRISE  : NOT APPLICABLE                                *
      *    PROFESSOR   : IVAN PETRUCCI                                 *
      *    DATE        : 15/10/2026                                    *
      *                                                                *
      *----------------------------------------------------------------*
      *    PURPOSE     : ROLLS THE GENERATION SET BACK TO A BACKUP     *
      *    GENERATION TAKEN BY BACKUP-RUN, AS A UNIT, SO A DAY THAT    *
      *    RAN TO THE END BUT WRONG (WRONG COMPRAS.DAT, WRONG BUSINESS *
      *    DATE, BAD TAXRATE.DAT) CAN BE RUN AGAIN. THE OPERATOR SIGNS *
      *    ON, PICKS A GENERATION FROM THE LIST AND CONFIRMS. A        *
      *    GENERATION IS REFUSED IF IT IS INCOMPLETE, IF ITS RECORDS   *
      *    ON BACKUP.DAT DO NOT MATCH THE CATALOGUE, OR IF ITS BILLING *
      *    PERIOD OR ANY LATER ONE IS CLOSED ON BILLCAL.DAT -- NO      *
      *    ROLLBACK ACROSS A CLOSED PERIOD. EVERY FILE OF THE SET IS   *
      *    THEN REWRITTEN FROM THE GENERATION AND RECOUNTED.           *
      *    ROLLRPT.DAT SHOWS THE RECORD COUNTS AND THE NFCTRL.DAT LAST *
      *    INVOICE ID BEFORE AND AFTER. THE ROLLBACK IS WRITTEN TO THE *
      *    AUDIT TRAIL BKUPLOG.DAT AND TO THE RUN LOG, WHERE IT        *
      *    REOPENS ITS BUSINESS DATE AND EVERY LATER ONE. A ROLLBACK   *
      *    THAT FAILS PART-WAY IS LOGGED THE SAME WAY WITH RETURN CODE *
      *    8 AND THE FILE IT STOPPED AT, AND IS RUN AGAIN FOR THE SAME *
      *    GENERATION.                                                 *
      *                                                                *
      *    JOB ORDER   : ON REQUEST, OUTSIDE THE DAILY CHAIN, WHEN NO  *
      *    STEP OF THE CHAIN IS RUNNING. AFTER IT, SET THE BUSINESS    *
      *    DATE (BILLDATE-MAINT) AND ANY CORRECTED INPUT, THEN RUN THE *
      *    CHAIN AGAIN FROM BACKUP-RUN.                                *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
      *    DDNAME                 I/O                 COPY/BOOK        *
      *    SHOPPING                O                      -            *
      *    RECUR                   O                      -            *
      *    RECUR-CTRL              O                      -            *
      *    INVOICE                 O                      -            *
      *    INV-CTRL                O                      -            *
      *    RESTART-CTRL            O                      -            *
      *    BILLED-REG              O                      -            *
      *    REJECT                  O                      -            *
      *    HOLD                    O                      -            *
      *    INV-IDX                 O                      -            *
      *    AR-OPEN                 O                      -            *
      *    SUSPENSE                O                      -            *
      *    DISC-TAKEN              O                      -            *
      *    BACKUP                  I                      -            *
      *    BKUP-CAT                I                      -            *
      *    BKUP-LOG                O (EXTEND)             -            *
      *    BILL-CAL                I                      -            *
      *    BUS-DATE                I                      -            *
      *    RUN-LOG                 O (EXTEND)             -            *
      *    ROLL-RPT                O                      -            *
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
      *                    SELECT COMPRAS.DAT
      *=================================================================
           SELECT SHOPPING ASSIGN TO "SHOPPING_DD"
                              FILE STATUS IS FS-SHOPPING-STATUS.

      *=================================================================
      *                    SELECT RECUR.DAT
      *=================================================================
           SELECT RECUR ASSIGN TO "RECUR_DD"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS RG-RECUR-KEY
                              FILE STATUS IS FS-RECUR-STATUS.

      *=================================================================
      *                    SELECT RECCTRL.DAT
      *=================================================================
           SELECT RECUR-CTRL ASSIGN TO "RECCTRL_DD"
                              FILE STATUS IS FS-RECUR-CTRL-STATUS.

      *=================================================================
      *                    SELECT NF.DAT
      *=================================================================
           SELECT INVOICE ASSIGN TO "INVOICE_DD"
                              FILE STATUS IS FS-INVOICE-STATUS.

      *=================================================================
      *                    SELECT NFCTRL.DAT
      *=================================================================
           SELECT INV-CTRL ASSIGN TO "INVCTRL_DD"
                              FILE STATUS IS FS-INV-CTRL-STATUS.

      *=================================================================
      *                    SELECT NFRESTRT.DAT
      *=================================================================
           SELECT RESTART-CTRL ASSIGN TO "RESTARTCTRL_DD"
                              FILE STATUS IS FS-RESTART-CTRL-STATUS.

      *=================================================================
      *                    SELECT NFBILLED.DAT
      *=================================================================
           SELECT BILLED-REG ASSIGN TO "NFBILLED_DD"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS RG-BILLED-ID
                              FILE STATUS IS FS-BILLED-REG-STATUS.

      *=================================================================
      *                    SELECT NF-REJECT.DAT
      *=================================================================
           SELECT REJECT ASSIGN TO "REJECT_DD"
                              FILE STATUS IS FS-REJECT-STATUS.

      *=================================================================
      *                    SELECT NF-HOLD.DAT
      *=================================================================
           SELECT HOLD ASSIGN TO "NFHOLD_DD"
                              FILE STATUS IS FS-HOLD-STATUS.

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
      *                    SELECT DISCTAKN.DAT
      *=================================================================
           SELECT DISC-TAKEN ASSIGN TO "DISCTAKN_DD"
                              FILE STATUS IS FS-DISC-TAKEN-STATUS.

      *=================================================================
      *                    SELECT BACKUP.DAT
      *=================================================================
           SELECT BACKUP ASSIGN TO "BACKUP_DD"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS RG-BKUP-KEY
                              FILE STATUS IS FS-BACKUP-STATUS.

      *=================================================================
      *                    SELECT BKUPCAT.DAT
      *=================================================================
           SELECT BKUP-CAT ASSIGN TO "BKUPCAT_DD"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS RG-CAT-GEN
                              FILE STATUS IS FS-BKUP-CAT-STATUS.

      *=================================================================
      *                    SELECT BKUPLOG.DAT
      *=================================================================
           SELECT BKUP-LOG ASSIGN TO "BKUPLOG_DD"
                              FILE STATUS IS FS-BKUP-LOG-STATUS.

      *=================================================================
      *                    SELECT BILLCAL.DAT
      *=================================================================
           SELECT BILL-CAL ASSIGN TO "BILLCAL_DD"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS RG-CAL-PERIOD
                              FILE STATUS IS FS-BILL-CAL-STATUS.

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

      *=================================================================
      *                    SELECT ROLLRPT.DAT
      *=================================================================
           SELECT ROLL-RPT ASSIGN TO "ROLLRPT_DD"
                              FILE STATUS IS FS-ROLL-RPT-STATUS.

      *----------------------------------------------------------------*
      *================================================================*
      *----------------------------------------------------------------*
       DATA                            DIVISION.
       FILE                            SECTION.
      **================== FD SHOPPING BEGINNING ======================*
      *    THE FILES OF THE GENERATION SET ARE COPIED AS WHOLE RECORD
      *    IMAGES, SO ONLY THEIR LENGTHS AND KEYS ARE DECLARED HERE;
      *    THE FIELDS ARE IN THE PROGRAMS THAT OWN THEM.
       FD  SHOPPING.
       01  RG-SHOPPING             PIC X(40).

      **================== FD RECUR BEGINNING =========================*
       FD  RECUR.
       01  RG-RECUR.
           05 RG-RECUR-KEY.
              10 RG-RECUR-ID-CLI   PIC 9(05).
              10 RG-RECUR-PROD     PIC X(15).
           05 FILLER               PIC X(48).

      **================== FD RECUR-CTRL BEGINNING ====================*
       FD  RECUR-CTRL.
       01  RG-RECUR-CTRL.
           05 RG-RECUR-CTRL-LAST-ID PIC 9(05).

      **================== FD INVOICE BEGINNING =======================*
       FD  INVOICE.
       01  RG-INVOICE              PIC X(100).

      **================== FD INV-CTRL BEGINNING ======================*
       FD  INV-CTRL.
       01  RG-INVOICE-CTRL.
           05 RG-INVOICE-CTRL-LAST-ID PIC 9(07).

      **================== FD RESTART-CTRL BEGINNING ==================*
       FD  RESTART-CTRL.
       01  RG-RESTART-CTRL.
           05 RG-RESTART-LAST-ID   PIC 9(05).

      **================== FD BILLED-REG BEGINNING ====================*
       FD  BILLED-REG.
       01  RG-BILLED.
           05 RG-BILLED-ID         PIC 9(05).
           05 FILLER               PIC X(15).

      **================== FD REJECT BEGINNING ========================*
       FD  REJECT.
       01  RG-REJECT               PIC X(68).

      **================== FD HOLD BEGINNING ==========================*
       FD  HOLD.
       01  RG-HOLD                 PIC X(100).

      **================== FD INV-IDX BEGINNING =======================*
       FD  INV-IDX.
       01  RG-IDX.
           05 RG-IDX-KEY.
              10 RG-IDX-ID         PIC 9(07).
              10 RG-IDX-SEQ        PIC 9(03).
           05 FILLER               PIC X(08).
           05 RG-IDX-ID-CLI        PIC 9(05).
           05 FILLER               PIC X(80).

      **================== FD AR-OPEN BEGINNING =======================*
       FD  AR-OPEN.
       01  RG-AROPEN.
           05 RG-AROPEN-ID         PIC 9(07).
           05 FILLER               PIC X(106).

      **================== FD SUSPENSE BEGINNING ======================*
       FD  SUSPENSE.
       01  RG-SUSP.
           05 RG-SUSP-ID           PIC 9(07).
           05 FILLER               PIC X(69).

      **================== FD DISC-TAKEN BEGINNING ====================*
       FD  DISC-TAKEN.
       01  RG-DISC                 PIC X(48).

      **================== FD BACKUP BEGINNING ========================*
      *    THE GENERATIONS THEMSELVES: ONE RECORD PER RECORD BACKED UP,
      *    KEYED ON THE GENERATION, THE FILE'S NUMBER IN THE SET AND
      *    ITS SEQUENCE WITHIN THE FILE, SO EACH FILE COMES BACK IN ITS
      *    ORIGINAL ORDER. THE DATA AREA HOLDS THE WHOLE RECORD IMAGE;
      *    THE LONGEST OF THE SET (AROPEN.DAT) IS 113 BYTES.
       FD  BACKUP.
       01  RG-BKUP.
           05 RG-BKUP-KEY.
              10 RG-BKUP-GEN       PIC 9(05).
              10 RG-BKUP-FILE-NO   PIC 9(02).
              10 RG-BKUP-SEQ       PIC 9(07).
           05 RG-BKUP-DATA         PIC X(120).

      **================== FD BKUP-CAT BEGINNING ======================*
      *    ONE ENTRY PER GENERATION: THE BUSINESS DATE IT WAS TAKEN
      *    FOR, WHEN IT WAS TAKEN, THE NFCTRL.DAT LAST INVOICE ID AND
      *    THE RECORD COUNT OF EACH FILE OF THE SET. STATUS "I" UNTIL
      *    THE LAST FILE HAS BEEN COPIED, THEN "C"; ONLY A "C"
      *    GENERATION CAN BE RESTORED. GENERATION ZERO IS THE CONTROL
      *    ENTRY: THE LAST GENERATION NUMBER USED AND THE NUMBER OF
      *    GENERATIONS TO KEEP.
       FD  BKUP-CAT.
       01  RG-CAT.
           05 RG-CAT-GEN           PIC 9(05).
           05 RG-CAT-ENTRY.
              10 RG-CAT-STATUS     PIC X(01).
              10 RG-CAT-BUS-DATE   PIC 9(08).
              10 RG-CAT-SYS-DATE   PIC 9(08).
              10 RG-CAT-TIME       PIC 9(08).
              10 RG-CAT-CTRL-LAST-ID PIC 9(07).
              10 RG-CAT-COUNT      PIC 9(07) OCCURS 13 TIMES.
           05 RG-CAT-CONTROL REDEFINES RG-CAT-ENTRY.
              10 RG-CAT-LAST-GEN   PIC 9(05).
              10 RG-CAT-KEEP       PIC 9(03).
              10 FILLER            PIC X(115).

      **================== FD BKUP-LOG BEGINNING ======================*
      *    THE AUDIT TRAIL OF THE GENERATIONS, CUMULATIVE AND NEVER
      *    REWRITTEN: ONE ENTRY PER BACKUP ("B"), PER GENERATION
      *    DROPPED ONCE PAST THE NUMBER KEPT ("D") AND PER ROLLBACK
      *    ("R"), WITH WHO AND WHEN, THE GENERATION AND ITS BUSINESS
      *    DATE, THE BUSINESS DATE IN FORCE, THE RECORDS IN THE
      *    GENERATION, THE NFCTRL.DAT LAST INVOICE ID BEFORE AND AFTER
      *    AND THE RETURN CODE. A ROLLBACK THAT FAILED PART-WAY ENDS
      *    RC 8 AND CARRIES THE NUMBER OF THE FILE OF THE SET IT
      *    STOPPED AT (ZERO OTHERWISE).
       FD  BKUP-LOG.
       01  RG-BKLOG.
           05 RG-BKLOG-SYS-DATE    PIC 9(08).
           05 RG-BKLOG-TIME        PIC 9(08).
           05 RG-BKLOG-OPERATOR    PIC X(08).
           05 RG-BKLOG-ACTION      PIC X(01).
           05 RG-BKLOG-GEN         PIC 9(05).
           05 RG-BKLOG-GEN-DATE    PIC 9(08).
           05 RG-BKLOG-BUS-DATE    PIC 9(08).
           05 RG-BKLOG-RECORDS     PIC 9(09).
           05 RG-BKLOG-CTRL-BEFORE PIC 9(07).
           05 RG-BKLOG-CTRL-AFTER  PIC 9(07).
           05 RG-BKLOG-RC          PIC 9(04).
           05 RG-BKLOG-STOP-FILE   PIC 9(02).

      **================== FD BILL-CAL BEGINNING ======================*
      *    ONE RECORD PER BILLING PERIOD (YYYYMM): "O" OPEN FOR
      *    BILLING, "C" CLOSED (ARCHIVED / FILED).
       FD  BILL-CAL.
       01  RG-CAL.
           05 RG-CAL-PERIOD        PIC 9(06).
           05 RG-CAL-STATUS        PIC X(01).

      **================== FD BUS-DATE BEGINNING ======================*
      *    THE OPERATOR-SET BUSINESS DATE (SEE BILLDATE-MAINT). ONLY
      *    SHOWN NEXT TO THE GENERATION'S OWN DATE.
       FD  BUS-DATE.
       01  RG-BUSDATE.
           05 RG-BUSDATE-DATE      PIC 9(08).

      **================== FD RUN-LOG BEGINNING =======================*
      *    THE SHARED BATCH RUN LOG, CUMULATIVE ACROSS DAYS. SEE
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

      **================== FD ROLL-RPT BEGINNING ======================*
       FD  ROLL-RPT.
       01  RG-ROLL-RPT             PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(047) VALUE
           "========== WORKING-STORAGE BEGINNING ==========".

      *----------------------------------------------------------------*
       01  FILLER          PIC X(047) VALUE
           "============ FILE-STATUS BEGINNING ============".
      *----------------------------------------------------------------*
       77  FS-SHOPPING-STATUS      PIC 9(02) VALUE ZEROS.
       77  FS-RECUR-STATUS         PIC 9(02) VALUE ZEROS.
       77  FS-RECUR-CTRL-STATUS    PIC 9(02) VALUE ZEROS.
       77  FS-INVOICE-STATUS       PIC 9(02) VALUE ZEROS.
       77  FS-INV-CTRL-STATUS      PIC 9(02) VALUE ZEROS.
       77  FS-RESTART-CTRL-STATUS  PIC 9(02) VALUE ZEROS.
       77  FS-BILLED-REG-STATUS    PIC 9(02) VALUE ZEROS.
       77  FS-REJECT-STATUS        PIC 9(02) VALUE ZEROS.
       77  FS-HOLD-STATUS          PIC 9(02) VALUE ZEROS.
       77  FS-INV-IDX-STATUS       PIC 9(02) VALUE ZEROS.
       77  FS-AR-OPEN-STATUS       PIC 9(02) VALUE ZEROS.
       77  FS-SUSPENSE-STATUS      PIC 9(02) VALUE ZEROS.
       77  FS-DISC-TAKEN-STATUS    PIC 9(02) VALUE ZEROS.
       77  FS-BACKUP-STATUS        PIC 9(02) VALUE ZEROS.
       77  FS-BKUP-CAT-STATUS      PIC 9(02) VALUE ZEROS.
       77  FS-BKUP-LOG-STATUS      PIC 9(02) VALUE ZEROS.
       77  FS-BILL-CAL-STATUS      PIC 9(02) VALUE ZEROS.
       77  FS-BUS-DATE-STATUS      PIC 9(02) VALUE ZEROS.
       77  FS-RUN-LOG-STATUS       PIC 9(02) VALUE ZEROS.
       77  FS-ROLL-RPT-STATUS      PIC 9(02) VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ ERROR MESSAGES BEGINNING ============".
      *----------------------------------------------------------------*
       77  WRK-OPEN-ERR-BACKUP   PIC X(30)
           VALUE "BACKUP FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-BKUP-CAT PIC X(30)
           VALUE "BKUP-CAT FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-BKUP-LOG PIC X(30)
           VALUE "BKUP-LOG FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-BILL-CAL PIC X(30)
           VALUE "BILL-CAL FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-RUN-LOG  PIC X(30)
           VALUE "RUN-LOG FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-ROLL-RPT PIC X(30)
           VALUE "ROLL-RPT FILE WAS NOT OPENED!".
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ WORK FIELDS BEGINNING ===============".
      *----------------------------------------------------------------*
       77  WRK-OPERATOR-ID      PIC X(08) VALUE SPACES.
       77  WRK-CONFIRM          PIC X(01) VALUE SPACES.
       77  WRK-BUS-DATE         PIC 9(08) VALUE ZEROS.
       77  WRK-RUN-TIME         PIC 9(08) VALUE ZEROS.
       01  WRK-RUN-DATE            PIC 9(08) VALUE ZEROS.
       01  FILLER REDEFINES WRK-RUN-DATE.
           05 WRK-RUN-YEAR         PIC 9(04).
           05 WRK-RUN-MONTH        PIC 9(02).
           05 WRK-RUN-DAY          PIC 9(02).
      *    THE GENERATION CHOSEN, AS CATALOGUED. ITS BILLING PERIOD IS
      *    THE YEAR AND MONTH OF ITS BUSINESS DATE.
       77  WRK-GEN-ANSWER       PIC 9(05) VALUE ZEROS.
       77  WRK-GEN              PIC 9(05) VALUE ZEROS.
       77  WRK-GEN-SYS-DATE     PIC 9(08) VALUE ZEROS.
       77  WRK-GEN-TIME         PIC 9(08) VALUE ZEROS.
       77  WRK-GEN-CTRL-LAST-ID PIC 9(07) VALUE ZEROS.
       01  WRK-GEN-BUS-DATE        PIC 9(08) VALUE ZEROS.
       01  FILLER REDEFINES WRK-GEN-BUS-DATE.
           05 WRK-GEN-PERIOD       PIC 9(06).
           05 FILLER               PIC 9(02).
       77  WRK-GEN-LISTED       PIC 9(05) VALUE ZEROS.
       77  WRK-CLOSED-PERIOD    PIC 9(06) VALUE ZEROS.
       77  WRK-EOF-CAT          PIC X(01) VALUE "N".
           88 END-OF-CAT               VALUE "Y".
       77  WRK-EOF-CAL          PIC X(01) VALUE "N".
           88 END-OF-CAL               VALUE "Y".
       77  WRK-EOF-BKUP         PIC X(01) VALUE "N".
           88 END-OF-BKUP              VALUE "Y".
       77  WRK-FILE-NO          PIC 9(02) VALUE ZEROS.
       77  WRK-FILE-STATUS      PIC 9(02) VALUE ZEROS.
       77  WRK-EOF-FILE         PIC X(01) VALUE "N".
           88 END-OF-SET-FILE          VALUE "Y".
       77  WRK-CTRL-LAST-ID     PIC 9(07) VALUE ZEROS.
       77  WRK-COUNT            PIC 9(07) VALUE ZEROS.
       77  WRK-COUNT-FAILED     PIC X(01) VALUE "N".
           88 COUNT-FAILED             VALUE "Y".
      *    THE FILE OF THE SET A FAILED RESTORE STOPPED AT.
       77  WRK-STOP-FILE-NO     PIC 9(02) VALUE ZEROS.
       01  WRK-REC-IMAGE           PIC X(120) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ GENERATION SET BEGINNING ============".
      *----------------------------------------------------------------*
      *    THE GENERATION SET: EVERY FILE THE DAILY CHAIN EXTENDS OR
      *    REWRITES, NUMBERED IN THE ORDER THE CHAIN FIRST UPDATES
      *    THEM. THE NUMBER IS PART OF THE BACKUP.DAT KEY, SO A FILE
      *    IS ONLY EVER ADDED AT THE END. "C" MARKS THE ONE-RECORD
      *    CONTROL FILES.
       77  WRK-MAX-FILES        PIC 9(02) VALUE 13.
       01  WRK-FILE-VALUES.
           05 FILLER               PIC X(14) VALUE "COMPRAS.DAT   ".
           05 FILLER               PIC X(14) VALUE "RECUR.DAT     ".
           05 FILLER               PIC X(14) VALUE "RECCTRL.DAT  C".
           05 FILLER               PIC X(14) VALUE "NF.DAT        ".
           05 FILLER               PIC X(14) VALUE "NFCTRL.DAT   C".
           05 FILLER               PIC X(14) VALUE "NFRESTRT.DAT C".
           05 FILLER               PIC X(14) VALUE "NFBILLED.DAT  ".
           05 FILLER               PIC X(14) VALUE "NF-REJECT.DAT ".
           05 FILLER               PIC X(14) VALUE "NF-HOLD.DAT   ".
           05 FILLER               PIC X(14) VALUE "NFIDX.DAT     ".
           05 FILLER               PIC X(14) VALUE "AROPEN.DAT    ".
           05 FILLER               PIC X(14) VALUE "CASHSUSP.DAT  ".
           05 FILLER               PIC X(14) VALUE "DISCTAKN.DAT  ".
       01  WRK-FILE-DEFS REDEFINES WRK-FILE-VALUES.
           05 WRK-FILE-DEF OCCURS 13 TIMES.
              10 WRK-FILE-NAME     PIC X(13).
              10 WRK-FILE-KIND     PIC X(01).
                 88 CONTROL-FILE           VALUE "C".
      *    PER FILE: WHETHER IT WAS ON FILE BEFORE THE ROLLBACK, AND
      *    ITS RECORD COUNT BEFORE, IN THE GENERATION AND AFTER.
       01  WRK-FILE-TAB.
           05 WRK-FILE-ENTRY OCCURS 13 TIMES.
              10 WRK-FILE-PRESENT  PIC X(01).
              10 WRK-FILE-BEFORE   PIC 9(07).
              10 WRK-FILE-GEN      PIC 9(07).
              10 WRK-FILE-AFTER    PIC 9(07).
              10 WRK-FILE-UNREAD   PIC X(01).
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ CONTROL TOTALS BEGINNING ============".
      *----------------------------------------------------------------*
       77  WRK-BEFORE-TOTAL        PIC 9(09) VALUE ZEROS.
       77  WRK-GEN-TOTAL           PIC 9(09) VALUE ZEROS.
       77  WRK-AFTER-TOTAL         PIC 9(09) VALUE ZEROS.
       77  WRK-MISMATCH-CNT        PIC 9(03) VALUE ZEROS.
       77  WRK-CTRL-BEFORE         PIC 9(07) VALUE ZEROS.
       77  WRK-CTRL-AFTER          PIC 9(07) VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ PRINT LINES BEGINNING ===============".
      *----------------------------------------------------------------*
       01  WRK-PRINT-LINE          PIC X(80) VALUE SPACES.
       01  WRK-LINE-RULER          PIC X(80) VALUE ALL "=".
       01  WRK-LINE-DASH           PIC X(80) VALUE ALL "-".
       01  WRK-LINE-HDR1.
           05 FILLER               PIC X(40)
              VALUE "ROLLBACK OF A BACKUP GENERATION".
           05 FILLER               PIC X(10) VALUE "RUN DATE: ".
           05 WRK-HDR1-YEAR        PIC 9(04).
           05 FILLER               PIC X(01) VALUE "/".
           05 WRK-HDR1-MONTH       PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 WRK-HDR1-DAY         PIC 9(02).
           05 FILLER               PIC X(20) VALUE SPACES.
       01  WRK-LINE-GEN.
           05 FILLER               PIC X(11) VALUE "GENERATION ".
           05 WRK-GEN-DET-GEN      PIC ZZZZ9.
           05 FILLER               PIC X(16)
              VALUE " BUSINESS DATE ".
           05 WRK-GEN-DET-BUS      PIC 9(08).
           05 FILLER               PIC X(10) VALUE " TAKEN ON ".
           05 WRK-GEN-DET-SYS      PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-GEN-DET-TIME     PIC 9(08).
           05 FILLER               PIC X(13) VALUE SPACES.
       01  WRK-LINE-WHO.
           05 FILLER               PIC X(09) VALUE "OPERATOR ".
           05 WRK-WHO-OPERATOR     PIC X(08).
           05 FILLER               PIC X(26)
              VALUE "   BUSINESS DATE IN FORCE ".
           05 WRK-WHO-BUS-DATE     PIC 9(08).
           05 FILLER               PIC X(29) VALUE SPACES.
       01  WRK-LINE-COLS.
           05 FILLER               PIC X(16) VALUE "  FILE".
           05 FILLER               PIC X(11) VALUE "     BEFORE".
           05 FILLER               PIC X(12) VALUE "  GENERATION".
           05 FILLER               PIC X(12) VALUE "       AFTER".
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(20) VALUE "NOTE".
           05 FILLER               PIC X(07) VALUE SPACES.
       01  WRK-LINE-FILE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-DET-FILE         PIC X(13).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-DET-BEFORE       PIC ZZZ.ZZZ.ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-DET-GEN          PIC ZZZ.ZZZ.ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-DET-AFTER        PIC ZZZ.ZZZ.ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-DET-NOTE         PIC X(20).
           05 FILLER               PIC X(07) VALUE SPACES.
       01  WRK-LINE-CTRL.
           05 FILLER               PIC X(37)
              VALUE "  NFCTRL.DAT LAST INVOICE ID  BEFORE:".
           05 WRK-CTRL-DET-BEFORE  PIC Z.ZZZ.ZZ9.
           05 FILLER               PIC X(08) VALUE "  AFTER:".
           05 WRK-CTRL-DET-AFTER   PIC Z.ZZZ.ZZ9.
           05 FILLER               PIC X(17) VALUE SPACES.
       01  WRK-LINE-RESULT.
           05 FILLER               PIC X(08) VALUE "RESULT: ".
           05 WRK-RESULT-TEXT      PIC X(72).
      *================================================================*
      *----------------------------------------------------------------*
      *================================================================*
       PROCEDURE                       DIVISION.
      *----------------------------------------------------------------*
           PERFORM 0100-INIT.
           PERFORM 0200-RESTORE.
           PERFORM 0300-COUNT-AFTER.
           PERFORM 0400-REPORT.
           PERFORM 0500-END.
           STOP RUN.
      *----------------------------------------------------------------*
      *    NOTHING IS CHANGED UNTIL THE GENERATION HAS BEEN FOUND
      *    COMPLETE AND INTACT, NO CLOSED PERIOD STANDS IN THE WAY, THE
      *    OPERATOR HAS SEEN THE COUNTS AND CONFIRMED, AND THE AUDIT
      *    TRAIL AND REPORT HAVE OPENED.
       0100-INIT                       SECTION.
           PERFORM 0110-SIGN-ON
               UNTIL WRK-OPERATOR-ID NOT EQUAL SPACES.
           ACCEPT WRK-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WRK-RUN-TIME FROM TIME.
           PERFORM 0120-GET-BUSINESS-DATE.
           OPEN INPUT BKUP-CAT.
           IF FS-BKUP-CAT-STATUS EQUAL 35
              DISPLAY "NO BACKUP GENERATIONS ON FILE - STOPPED."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF FS-BKUP-CAT-STATUS NOT EQUAL 00
              DISPLAY WRK-OPEN-ERR-BKUP-CAT
              DISPLAY "STATUS: " FS-BKUP-CAT-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT BACKUP.
           IF FS-BACKUP-STATUS NOT EQUAL 00
              DISPLAY WRK-OPEN-ERR-BACKUP
              DISPLAY "STATUS: " FS-BACKUP-STATUS
              CLOSE BKUP-CAT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0130-LIST-GENERATIONS.
           PERFORM 0140-ACCEPT-GENERATION.
           PERFORM 0150-CHECK-CALENDAR.
           PERFORM 0160-VERIFY-GENERATION.
           PERFORM 0170-COUNT-BEFORE.
           PERFORM 0180-CONFIRM-ROLLBACK.
           OPEN EXTEND BKUP-LOG.
           IF FS-BKUP-LOG-STATUS EQUAL 35
              OPEN OUTPUT BKUP-LOG
              CLOSE BKUP-LOG
              OPEN EXTEND BKUP-LOG
           END-IF.
           IF FS-BKUP-LOG-STATUS NOT EQUAL 00
              DISPLAY WRK-OPEN-ERR-BKUP-LOG
              DISPLAY "STATUS: " FS-BKUP-LOG-STATUS
              PERFORM 0125-STOP-BEFORE-CHANGES
           END-IF.
           OPEN OUTPUT ROLL-RPT.
           IF FS-ROLL-RPT-STATUS NOT EQUAL 00
              DISPLAY WRK-OPEN-ERR-ROLL-RPT
              DISPLAY "STATUS: " FS-ROLL-RPT-STATUS
              CLOSE BKUP-LOG
              PERFORM 0125-STOP-BEFORE-CHANGES
           END-IF.
      *----------------------------------------------------------------*
       0190-INIT-HELPERS               SECTION.
       0110-SIGN-ON.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WRK-OPERATOR-ID.
           IF WRK-OPERATOR-ID EQUAL SPACES
              DISPLAY "OPERATOR ID IS REQUIRED."
           END-IF.
      *----------------------------------------------------------------*
      *    THE BUSINESS DATE IN FORCE, AS THE CHAIN PROGRAMS TAKE IT.
      *    IT IS ONLY SHOWN AND LOGGED; THE ROLLBACK ITSELF GOES BY THE
      *    GENERATION'S OWN BUSINESS DATE.
       0120-GET-BUSINESS-DATE.
           OPEN INPUT BUS-DATE.
           IF FS-BUS-DATE-STATUS NOT EQUAL 00
              MOVE WRK-RUN-DATE TO WRK-BUS-DATE
           ELSE
              READ BUS-DATE
                  AT END
                      MOVE ZEROS TO RG-BUSDATE-DATE
              END-READ
              CLOSE BUS-DATE
              IF RG-BUSDATE-DATE NUMERIC
                 AND RG-BUSDATE-DATE GREATER THAN ZEROS
                 MOVE RG-BUSDATE-DATE TO WRK-BUS-DATE
              ELSE
                 MOVE WRK-RUN-DATE TO WRK-BUS-DATE
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0125-STOP-BEFORE-CHANGES.
           CLOSE BKUP-CAT.
           CLOSE BACKUP.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------------*
      *    EVERY GENERATION ON THE CATALOGUE, OLDEST FIRST. GENERATION
      *    ZERO IS THE CATALOGUE'S CONTROL ENTRY AND IS SKIPPED.
       0130-LIST-GENERATIONS.
           MOVE ZEROS TO WRK-GEN-LISTED.
           MOVE "N" TO WRK-EOF-CAT.
           MOVE 1 TO RG-CAT-GEN.
           START BKUP-CAT KEY IS NOT LESS THAN RG-CAT-GEN
               INVALID KEY
                   MOVE "Y" TO WRK-EOF-CAT
           END-START.
           DISPLAY "=================================================".
           DISPLAY "GEN.   BUS.DATE TAKEN ON AT       NFCTRL   STATUS".
           DISPLAY "-------------------------------------------------".
           IF NOT END-OF-CAT
              PERFORM 0135-READ-CATALOG
           END-IF.
           PERFORM UNTIL END-OF-CAT
               ADD 1 TO WRK-GEN-LISTED
               IF RG-CAT-STATUS EQUAL "C"
                  DISPLAY RG-CAT-GEN "  " RG-CAT-BUS-DATE " "
                          RG-CAT-SYS-DATE " " RG-CAT-TIME " "
                          RG-CAT-CTRL-LAST-ID "  COMPLETE"
               ELSE
                  DISPLAY RG-CAT-GEN "  " RG-CAT-BUS-DATE " "
                          RG-CAT-SYS-DATE " " RG-CAT-TIME " "
                          RG-CAT-CTRL-LAST-ID "  INCOMPLETE"
               END-IF
               PERFORM 0135-READ-CATALOG
           END-PERFORM.
           DISPLAY "=================================================".
           IF WRK-GEN-LISTED EQUAL ZEROS
              DISPLAY "NO BACKUP GENERATIONS ON FILE - STOPPED."
              PERFORM 0125-STOP-BEFORE-CHANGES
           END-IF.
      *----------------------------------------------------------------*
       0135-READ-CATALOG.
           READ BKUP-CAT NEXT RECORD
               AT END
                   MOVE "Y" TO WRK-EOF-CAT
           END-READ.
      *----------------------------------------------------------------*
      *    A BLANK ANSWER CANCELS. ONLY A COMPLETE GENERATION CAN BE
      *    RESTORED: AN INCOMPLETE ONE IS A BACKUP THAT NEVER FINISHED.
       0140-ACCEPT-GENERATION.
           DISPLAY "GENERATION TO ROLL BACK TO (BLANK=CANCEL): "
                   WITH NO ADVANCING.
           ACCEPT WRK-GEN-ANSWER.
           IF WRK-GEN-ANSWER EQUAL ZEROS
              DISPLAY "ROLLBACK CANCELLED - NOTHING WAS CHANGED."
              CLOSE BKUP-CAT
              CLOSE BACKUP
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WRK-GEN-ANSWER TO RG-CAT-GEN.
           READ BKUP-CAT KEY IS RG-CAT-GEN
               INVALID KEY
                   DISPLAY "GENERATION " WRK-GEN-ANSWER
                           " NOT ON BKUPCAT.DAT - STOPPED."
                   PERFORM 0125-STOP-BEFORE-CHANGES
           END-READ.
           IF RG-CAT-STATUS NOT EQUAL "C"
              DISPLAY "GENERATION " WRK-GEN-ANSWER
                      " IS INCOMPLETE AND CANNOT BE RESTORED"
                      " - STOPPED."
              PERFORM 0125-STOP-BEFORE-CHANGES
           END-IF.
           MOVE RG-CAT-GEN TO WRK-GEN.
           MOVE RG-CAT-BUS-DATE TO WRK-GEN-BUS-DATE.
           MOVE RG-CAT-SYS-DATE TO WRK-GEN-SYS-DATE.
           MOVE RG-CAT-TIME TO WRK-GEN-TIME.
           MOVE RG-CAT-CTRL-LAST-ID TO WRK-GEN-CTRL-LAST-ID.
           MOVE ZEROS TO WRK-GEN-TOTAL.
           PERFORM VARYING WRK-FILE-NO FROM 1 BY 1
                     UNTIL WRK-FILE-NO > WRK-MAX-FILES
               MOVE RG-CAT-COUNT (WRK-FILE-NO)
                 TO WRK-FILE-GEN (WRK-FILE-NO)
               ADD RG-CAT-COUNT (WRK-FILE-NO) TO WRK-GEN-TOTAL
           END-PERFORM.
      *----------------------------------------------------------------*
      *    THE GENERATION HOLDS THE FILES AS THEY WERE BEFORE ITS
      *    BUSINESS DATE RAN, SO RESTORING IT UNDOES EVERYTHING BILLED
      *    FROM THAT DATE ON. IF ITS PERIOD OR ANY LATER ONE HAS BEEN
      *    CLOSED ON THE BILLING CALENDAR, THAT WORK HAS BEEN FILED AND
      *    THE ROLLBACK IS REFUSED. NO CALENDAR: NOTHING IS CLOSED.
       0150-CHECK-CALENDAR.
           MOVE ZEROS TO WRK-CLOSED-PERIOD.
           OPEN INPUT BILL-CAL.
           IF FS-BILL-CAL-STATUS NOT EQUAL 35
              IF FS-BILL-CAL-STATUS NOT EQUAL 00
                 DISPLAY WRK-OPEN-ERR-BILL-CAL
                 DISPLAY "STATUS: " FS-BILL-CAL-STATUS
                 PERFORM 0125-STOP-BEFORE-CHANGES
              END-IF
              MOVE "N" TO WRK-EOF-CAL
              MOVE WRK-GEN-PERIOD TO RG-CAL-PERIOD
              START BILL-CAL KEY IS NOT LESS THAN RG-CAL-PERIOD
                  INVALID KEY
                      MOVE "Y" TO WRK-EOF-CAL
              END-START
              IF NOT END-OF-CAL
                 PERFORM 0155-READ-CALENDAR
              END-IF
              PERFORM UNTIL END-OF-CAL
                  IF RG-CAL-STATUS EQUAL "C"
                     MOVE RG-CAL-PERIOD TO WRK-CLOSED-PERIOD
                     MOVE "Y" TO WRK-EOF-CAL
                  ELSE
                     PERFORM 0155-READ-CALENDAR
                  END-IF
              END-PERFORM
              CLOSE BILL-CAL
           END-IF.
           IF WRK-CLOSED-PERIOD NOT EQUAL ZEROS
              DISPLAY "PERIOD " WRK-CLOSED-PERIOD
                      " IS CLOSED ON BILLCAL.DAT - GENERATION "
                      WRK-GEN " OF " WRK-GEN-BUS-DATE
                      " CANNOT BE ROLLED BACK ACROSS IT - STOPPED."
              PERFORM 0125-STOP-BEFORE-CHANGES
           END-IF.
      *----------------------------------------------------------------*
       0155-READ-CALENDAR.
           READ BILL-CAL NEXT RECORD
               AT END
                   MOVE "Y" TO WRK-EOF-CAL
           END-READ.
      *----------------------------------------------------------------*
      *    EVERY FILE'S RECORDS ON BACKUP.DAT ARE COUNTED AGAINST THE
      *    CATALOGUE BEFORE ANYTHING IS OVERWRITTEN, SO A DAMAGED
      *    GENERATION IS FOUND WHILE THE CURRENT FILES ARE STILL THERE.
       0160-VERIFY-GENERATION.
           PERFORM VARYING WRK-FILE-NO FROM 1 BY 1
                     UNTIL WRK-FILE-NO > WRK-MAX-FILES
               MOVE ZEROS TO WRK-COUNT
               PERFORM 0610-START-ARCHIVE
               PERFORM UNTIL END-OF-BKUP
                   ADD 1 TO WRK-COUNT
                   PERFORM 0620-READ-ARCHIVE
               END-PERFORM
               IF WRK-COUNT NOT EQUAL WRK-FILE-GEN (WRK-FILE-NO)
                  DISPLAY "GENERATION " WRK-GEN " IS DAMAGED: "
                          WRK-FILE-NAME (WRK-FILE-NO) " HAS "
                          WRK-COUNT " RECORDS ON BACKUP.DAT, "
                          WRK-FILE-GEN (WRK-FILE-NO)
                          " CATALOGUED - STOPPED."
                  PERFORM 0125-STOP-BEFORE-CHANGES
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *    THE FILES AS THEY STAND NOW. A FILE NOT YET ON FILE COUNTS
      *    AS EMPTY AND IS NOTED AS SUCH ON THE REPORT.
       0170-COUNT-BEFORE.
           MOVE ZEROS TO WRK-BEFORE-TOTAL.
           MOVE ZEROS TO WRK-CTRL-LAST-ID.
           PERFORM VARYING WRK-FILE-NO FROM 1 BY 1
                     UNTIL WRK-FILE-NO > WRK-MAX-FILES
               PERFORM 0650-COUNT-FILE
               IF COUNT-FAILED
                  PERFORM 0125-STOP-BEFORE-CHANGES
               END-IF
               IF WRK-FILE-STATUS EQUAL 35
                  MOVE "N" TO WRK-FILE-PRESENT (WRK-FILE-NO)
               ELSE
                  MOVE "Y" TO WRK-FILE-PRESENT (WRK-FILE-NO)
               END-IF
               MOVE WRK-COUNT TO WRK-FILE-BEFORE (WRK-FILE-NO)
               ADD WRK-COUNT TO WRK-BEFORE-TOTAL
           END-PERFORM.
           MOVE WRK-CTRL-LAST-ID TO WRK-CTRL-BEFORE.
      *----------------------------------------------------------------*
       0180-CONFIRM-ROLLBACK.
           DISPLAY "=================================================".
           DISPLAY "   ROLLBACK TO GENERATION " WRK-GEN
                   " OF " WRK-GEN-BUS-DATE.
           DISPLAY "   BUSINESS DATE IN FORCE " WRK-BUS-DATE.
           DISPLAY "=================================================".
           DISPLAY "FILE              NOW     GEN.".
           PERFORM VARYING WRK-FILE-NO FROM 1 BY 1
                     UNTIL WRK-FILE-NO > WRK-MAX-FILES
               DISPLAY WRK-FILE-NAME (WRK-FILE-NO) " "
                       WRK-FILE-BEFORE (WRK-FILE-NO) "  "
                       WRK-FILE-GEN (WRK-FILE-NO)
           END-PERFORM.
           DISPLAY "NFCTRL LAST ID  " WRK-CTRL-BEFORE "  "
                   WRK-GEN-CTRL-LAST-ID.
           DISPLAY "=================================================".
           DISPLAY "REPLACE EVERY FILE ABOVE WITH GENERATION " WRK-GEN
                   " (Y/N)? " WITH NO ADVANCING.
           ACCEPT WRK-CONFIRM.
           IF WRK-CONFIRM NOT EQUAL "Y"
              DISPLAY "ROLLBACK CANCELLED - NOTHING WAS CHANGED."
              CLOSE BKUP-CAT
              CLOSE BACKUP
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
      *----------------------------------------------------------------*
      *    EACH FILE IS REWRITTEN WHOLE FROM THE GENERATION, IN THE
      *    ORDER ITS RECORDS WERE BACKED UP, SO INDEXED FILES ARE
      *    LOADED IN KEY ORDER. NOTHING HERE DEPENDS ON THE FILES'
      *    CURRENT CONTENTS, SO A ROLLBACK THAT DIES PART-WAY CAN
      *    SIMPLY BE RUN AGAIN FOR THE SAME GENERATION.
       0200-RESTORE                    SECTION.
           PERFORM VARYING WRK-FILE-NO FROM 1 BY 1
                     UNTIL WRK-FILE-NO > WRK-MAX-FILES
               PERFORM 0210-RESTORE-FILE
           END-PERFORM.
      *----------------------------------------------------------------*
       0290-RESTORE-HELPERS            SECTION.
       0210-RESTORE-FILE.
           PERFORM 0740-OPEN-OUTPUT-FILE.
           IF WRK-FILE-STATUS NOT EQUAL 00
              DISPLAY WRK-FILE-NAME (WRK-FILE-NO) " WAS NOT OPENED!"
              DISPLAY "STATUS: " WRK-FILE-STATUS
              PERFORM 0280-RESTORE-FAILED
           END-IF.
           PERFORM 0610-START-ARCHIVE.
           PERFORM UNTIL END-OF-BKUP
               MOVE RG-BKUP-DATA TO WRK-REC-IMAGE
               PERFORM 0750-WRITE-FILE
               IF WRK-FILE-STATUS NOT EQUAL 00
                  DISPLAY "ERROR RESTORING "
                          WRK-FILE-NAME (WRK-FILE-NO)
                          " RECORD " RG-BKUP-SEQ
                  DISPLAY "STATUS: " WRK-FILE-STATUS
                  PERFORM 0730-CLOSE-FILE
                  PERFORM 0280-RESTORE-FAILED
               END-IF
               PERFORM 0620-READ-ARCHIVE
           END-PERFORM.
           PERFORM 0730-CLOSE-FILE.
      *----------------------------------------------------------------*
      *    BY NOW THE FILES BEFORE THIS ONE HAVE BEEN REPLACED AND THE
      *    REST HAVE NOT, SO THE ROLLBACK IS LOGGED AS FAILED (RC 8,
      *    WITH THE FILE IT STOPPED AT) ON THE AUDIT TRAIL AND THE RUN
      *    LOG BEFORE STOPPING. THE FIX IS TO RUN IT AGAIN FOR THE SAME
      *    GENERATION.
       0280-RESTORE-FAILED.
           MOVE WRK-FILE-NO TO WRK-STOP-FILE-NO.
           MOVE 8 TO RETURN-CODE.
           PERFORM 0505-WRITE-BKUP-LOG.
           CLOSE BKUP-LOG.
           CLOSE ROLL-RPT.
           CLOSE BACKUP.
           CLOSE BKUP-CAT.
           PERFORM 0510-WRITE-RUN-LOG.
           DISPLAY "*** ROLLBACK STOPPED AT "
                   WRK-FILE-NAME (WRK-STOP-FILE-NO)
                   " - FILES ARE PARTLY RESTORED. RUN ROLLBACK-RUN"
                   " AGAIN FOR GENERATION " WRK-GEN " ***".
           GOBACK.
      *----------------------------------------------------------------*
      *    EVERY FILE IS COUNTED AGAIN AND MUST HOLD EXACTLY WHAT THE
      *    GENERATION HELD. A FILE THAT WILL NOT OPEN NOW COUNTS AS NOT
      *    MATCHING, SO THE ROLLBACK IS STILL LOGGED AND ENDS RC 8.
       0300-COUNT-AFTER                SECTION.
           MOVE ZEROS TO WRK-AFTER-TOTAL.
           MOVE ZEROS TO WRK-MISMATCH-CNT.
           MOVE ZEROS TO WRK-CTRL-LAST-ID.
           PERFORM VARYING WRK-FILE-NO FROM 1 BY 1
                     UNTIL WRK-FILE-NO > WRK-MAX-FILES
               PERFORM 0650-COUNT-FILE
               MOVE WRK-COUNT TO WRK-FILE-AFTER (WRK-FILE-NO)
               MOVE WRK-COUNT-FAILED TO WRK-FILE-UNREAD (WRK-FILE-NO)
               ADD WRK-COUNT TO WRK-AFTER-TOTAL
               IF WRK-COUNT NOT EQUAL WRK-FILE-GEN (WRK-FILE-NO)
                  OR COUNT-FAILED
                  ADD 1 TO WRK-MISMATCH-CNT
               END-IF
           END-PERFORM.
           MOVE WRK-CTRL-LAST-ID TO WRK-CTRL-AFTER.
      *----------------------------------------------------------------*
       0400-REPORT                     SECTION.
           MOVE WRK-RUN-YEAR  TO WRK-HDR1-YEAR.
           MOVE WRK-RUN-MONTH TO WRK-HDR1-MONTH.
           MOVE WRK-RUN-DAY   TO WRK-HDR1-DAY.
           WRITE RG-ROLL-RPT FROM WRK-LINE-RULER
                 AFTER ADVANCING PAGE.
           WRITE RG-ROLL-RPT FROM WRK-LINE-HDR1
                 AFTER ADVANCING 1 LINE.
           WRITE RG-ROLL-RPT FROM WRK-LINE-RULER
                 AFTER ADVANCING 1 LINE.
           MOVE WRK-GEN TO WRK-GEN-DET-GEN.
           MOVE WRK-GEN-BUS-DATE TO WRK-GEN-DET-BUS.
           MOVE WRK-GEN-SYS-DATE TO WRK-GEN-DET-SYS.
           MOVE WRK-GEN-TIME TO WRK-GEN-DET-TIME.
           MOVE WRK-LINE-GEN TO WRK-PRINT-LINE.
           PERFORM 0970-WRITE-LINE.
           MOVE WRK-OPERATOR-ID TO WRK-WHO-OPERATOR.
           MOVE WRK-BUS-DATE TO WRK-WHO-BUS-DATE.
           MOVE WRK-LINE-WHO TO WRK-PRINT-LINE.
           PERFORM 0970-WRITE-LINE.
           MOVE SPACES TO WRK-PRINT-LINE.
           PERFORM 0970-WRITE-LINE.
           MOVE WRK-LINE-COLS TO WRK-PRINT-LINE.
           PERFORM 0970-WRITE-LINE.
           MOVE WRK-LINE-DASH TO WRK-PRINT-LINE.
           PERFORM 0970-WRITE-LINE.
           PERFORM VARYING WRK-FILE-NO FROM 1 BY 1
                     UNTIL WRK-FILE-NO > WRK-MAX-FILES
               PERFORM 0910-PRINT-FILE-LINE
           END-PERFORM.
           MOVE WRK-LINE-DASH TO WRK-PRINT-LINE.
           PERFORM 0970-WRITE-LINE.
           MOVE "TOTAL" TO WRK-DET-FILE.
           MOVE WRK-BEFORE-TOTAL TO WRK-DET-BEFORE.
           MOVE WRK-GEN-TOTAL TO WRK-DET-GEN.
           MOVE WRK-AFTER-TOTAL TO WRK-DET-AFTER.
           MOVE SPACES TO WRK-DET-NOTE.
           MOVE WRK-LINE-FILE TO WRK-PRINT-LINE.
           PERFORM 0970-WRITE-LINE.
           MOVE SPACES TO WRK-PRINT-LINE.
           PERFORM 0970-WRITE-LINE.
           MOVE WRK-CTRL-BEFORE TO WRK-CTRL-DET-BEFORE.
           MOVE WRK-CTRL-AFTER TO WRK-CTRL-DET-AFTER.
           MOVE WRK-LINE-CTRL TO WRK-PRINT-LINE.
           PERFORM 0970-WRITE-LINE.
           MOVE SPACES TO WRK-PRINT-LINE.
           PERFORM 0970-WRITE-LINE.
           IF WRK-MISMATCH-CNT EQUAL ZEROS
              MOVE "EVERY FILE MATCHES THE GENERATION - RERUN THE CHAIN"
                TO WRK-RESULT-TEXT
           ELSE
              MOVE "FILES DO NOT MATCH THE GENERATION - RUN IT AGAIN"
                TO WRK-RESULT-TEXT
           END-IF.
           MOVE WRK-LINE-RESULT TO WRK-PRINT-LINE.
           PERFORM 0970-WRITE-LINE.
           MOVE WRK-LINE-RULER TO WRK-PRINT-LINE.
           PERFORM 0970-WRITE-LINE.
      *----------------------------------------------------------------*
      *    THE ROLLBACK IS LOGGED TWICE: ON THE BACKUP AUDIT TRAIL FOR
      *    THE AUDITORS, AND ON THE RUN LOG UNDER THE GENERATION'S
      *    BUSINESS DATE, WHERE IT VOIDS THAT DATE'S STEPS AND EVERY
      *    LATER DATE'S (SEE BATCH-STATUS) SO THE CHAIN CAN RUN THEM
      *    AGAIN. A ROLLBACK THAT DID NOT MATCH OR STOPPED PART-WAY
      *    (SEE 0280-RESTORE-FAILED) IS LOGGED TOO, WITH RC 8: THE
      *    FILES HAVE BEEN OVERWRITTEN EITHER WAY.
       0500-END                        SECTION.
           IF WRK-MISMATCH-CNT NOT EQUAL ZEROS
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 0505-WRITE-BKUP-LOG.
           CLOSE BKUP-LOG.
           CLOSE ROLL-RPT.
           CLOSE BACKUP.
           CLOSE BKUP-CAT.
           PERFORM 0510-WRITE-RUN-LOG.
           DISPLAY "=================================================".
           DISPLAY "   ROLLED BACK TO GENERATION " WRK-GEN
                   " OF " WRK-GEN-BUS-DATE.
           DISPLAY "=================================================".
           DISPLAY "RECORDS BEFORE           : " WRK-BEFORE-TOTAL.
           DISPLAY "RECORDS IN GENERATION    : " WRK-GEN-TOTAL.
           DISPLAY "RECORDS AFTER            : " WRK-AFTER-TOTAL.
           DISPLAY "FILES NOT MATCHING       : " WRK-MISMATCH-CNT.
           DISPLAY "NFCTRL LAST ID BEFORE    : " WRK-CTRL-BEFORE.
           DISPLAY "NFCTRL LAST ID AFTER     : " WRK-CTRL-AFTER.
           DISPLAY "=================================================".
           IF WRK-BUS-DATE NOT EQUAL WRK-GEN-BUS-DATE
              DISPLAY "BUSINESS DATE IN FORCE IS " WRK-BUS-DATE
                      "; THE GENERATION IS OF " WRK-GEN-BUS-DATE "."
              DISPLAY "SET THE BUSINESS DATE (BILLDATE-MAINT) BEFORE "
                      "RUNNING THE CHAIN AGAIN."
           END-IF.
           DISPLAY "REPLACE ANY WRONG INPUT, THEN RUN THE CHAIN AGAIN "
                   "FROM BACKUP-RUN.".
      *----------------------------------------------------------------*
       0590-END-HELPERS                SECTION.
       0505-WRITE-BKUP-LOG.
           INITIALIZE RG-BKLOG.
           MOVE WRK-RUN-DATE TO RG-BKLOG-SYS-DATE.
           MOVE WRK-RUN-TIME TO RG-BKLOG-TIME.
           MOVE WRK-OPERATOR-ID TO RG-BKLOG-OPERATOR.
           MOVE "R" TO RG-BKLOG-ACTION.
           MOVE WRK-GEN TO RG-BKLOG-GEN.
           MOVE WRK-GEN-BUS-DATE TO RG-BKLOG-GEN-DATE.
           MOVE WRK-BUS-DATE TO RG-BKLOG-BUS-DATE.
           MOVE WRK-GEN-TOTAL TO RG-BKLOG-RECORDS.
           MOVE WRK-CTRL-BEFORE TO RG-BKLOG-CTRL-BEFORE.
           MOVE WRK-CTRL-AFTER TO RG-BKLOG-CTRL-AFTER.
           MOVE RETURN-CODE TO RG-BKLOG-RC.
           MOVE WRK-STOP-FILE-NO TO RG-BKLOG-STOP-FILE.
           WRITE RG-BKLOG.
      *----------------------------------------------------------------*
      *    THE RUN-LOG ENTRY CARRIES THE GENERATION AS ITS FIRST
      *    COUNT; BATCH-STATUS READS IT FROM THERE.
       0510-WRITE-RUN-LOG.
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
           MOVE WRK-GEN-BUS-DATE TO RG-RUNLOG-BUS-DATE.
           MOVE "ROLLBACK-RUN" TO RG-RUNLOG-PROGRAM.
           MOVE "R" TO RG-RUNLOG-EVENT.
           MOVE WRK-RUN-DATE TO RG-RUNLOG-SYS-DATE.
           MOVE WRK-RUN-TIME TO RG-RUNLOG-START-TIME.
           ACCEPT RG-RUNLOG-END-TIME FROM TIME.
           MOVE RETURN-CODE TO RG-RUNLOG-RC.
           MOVE "GENERATION" TO RG-RUNLOG-CNT-LABEL (1).
           MOVE WRK-GEN TO RG-RUNLOG-CNT-VALUE (1).
           MOVE "RECORDS" TO RG-RUNLOG-CNT-LABEL (2).
           MOVE WRK-AFTER-TOTAL TO RG-RUNLOG-CNT-VALUE (2).
           MOVE "NFCTRL ID" TO RG-RUNLOG-CNT-LABEL (3).
           MOVE WRK-CTRL-AFTER TO RG-RUNLOG-CNT-VALUE (3).
           WRITE RG-RUNLOG.
           CLOSE RUN-LOG.
      *----------------------------------------------------------------*
       0690-ARCHIVE-HELPERS            SECTION.
      *    POSITIONS ON THE FIRST BACKUP.DAT RECORD OF THE CURRENT FILE
      *    IN THE CHOSEN GENERATION; END-OF-BKUP IS SET AS SOON AS THE
      *    FILE'S RECORDS RUN OUT.
       0610-START-ARCHIVE.
           MOVE "N" TO WRK-EOF-BKUP.
           MOVE WRK-GEN TO RG-BKUP-GEN.
           MOVE WRK-FILE-NO TO RG-BKUP-FILE-NO.
           MOVE ZEROS TO RG-BKUP-SEQ.
           START BACKUP KEY IS NOT LESS THAN RG-BKUP-KEY
               INVALID KEY
                   MOVE "Y" TO WRK-EOF-BKUP
           END-START.
           IF NOT END-OF-BKUP
              PERFORM 0620-READ-ARCHIVE
           END-IF.
      *----------------------------------------------------------------*
       0620-READ-ARCHIVE.
           READ BACKUP NEXT RECORD
               AT END
                   MOVE "Y" TO WRK-EOF-BKUP
           END-READ.
           IF NOT END-OF-BKUP
              IF RG-BKUP-GEN NOT EQUAL WRK-GEN
                 OR RG-BKUP-FILE-NO NOT EQUAL WRK-FILE-NO
                 MOVE "Y" TO WRK-EOF-BKUP
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *    RECORDS ON ONE FILE OF THE SET INTO WRK-COUNT. A FILE NOT ON
      *    FILE COUNTS ZERO AND COMES BACK WITH STATUS 35. A FILE THAT
      *    WILL NOT OPEN COUNTS ZERO WITH COUNT-FAILED SET; THE CALLER
      *    DECIDES WHAT THAT MEANS.
       0650-COUNT-FILE.
           MOVE ZEROS TO WRK-COUNT.
           MOVE "N" TO WRK-COUNT-FAILED.
           MOVE "N" TO WRK-EOF-FILE.
           PERFORM 0710-OPEN-INPUT-FILE.
           IF WRK-FILE-STATUS NOT EQUAL 35
              AND WRK-FILE-STATUS NOT EQUAL 00
              DISPLAY WRK-FILE-NAME (WRK-FILE-NO)
                      " WAS NOT OPENED!"
              DISPLAY "STATUS: " WRK-FILE-STATUS
              MOVE "Y" TO WRK-COUNT-FAILED
           END-IF.
           IF WRK-FILE-STATUS EQUAL 00
              PERFORM 0720-READ-FILE
              PERFORM UNTIL END-OF-SET-FILE
                  ADD 1 TO WRK-COUNT
                  PERFORM 0720-READ-FILE
              END-PERFORM
              PERFORM 0730-CLOSE-FILE
           END-IF.
      *----------------------------------------------------------------*
       0790-FILE-HELPERS               SECTION.
      *    ONE PARAGRAPH PER OPERATION, WORKING ON WHICHEVER FILE OF
      *    THE SET WRK-FILE-NO NAMES; THE RECORD TRAVELS AS A PLAIN
      *    IMAGE IN WRK-REC-IMAGE AND THE STATUS COMES BACK IN
      *    WRK-FILE-STATUS. INDEXED FILES ARE READ IN KEY ORDER.
       0710-OPEN-INPUT-FILE.
           EVALUATE WRK-FILE-NO
               WHEN 1
                   OPEN INPUT SHOPPING
                   MOVE FS-SHOPPING-STATUS TO WRK-FILE-STATUS
               WHEN 2
                   OPEN INPUT RECUR
                   MOVE FS-RECUR-STATUS TO WRK-FILE-STATUS
               WHEN 3
                   OPEN INPUT RECUR-CTRL
                   MOVE FS-RECUR-CTRL-STATUS TO WRK-FILE-STATUS
               WHEN 4
                   OPEN INPUT INVOICE
                   MOVE FS-INVOICE-STATUS TO WRK-FILE-STATUS
               WHEN 5
                   OPEN INPUT INV-CTRL
                   MOVE FS-INV-CTRL-STATUS TO WRK-FILE-STATUS
               WHEN 6
                   OPEN INPUT RESTART-CTRL
                   MOVE FS-RESTART-CTRL-STATUS TO WRK-FILE-STATUS
               WHEN 7
                   OPEN INPUT BILLED-REG
                   MOVE FS-BILLED-REG-STATUS TO WRK-FILE-STATUS
               WHEN 8
                   OPEN INPUT REJECT
                   MOVE FS-REJECT-STATUS TO WRK-FILE-STATUS
               WHEN 9
                   OPEN INPUT HOLD
                   MOVE FS-HOLD-STATUS TO WRK-FILE-STATUS
               WHEN 10
                   OPEN INPUT INV-IDX
                   MOVE FS-INV-IDX-STATUS TO WRK-FILE-STATUS
               WHEN 11
                   OPEN INPUT AR-OPEN
                   MOVE FS-AR-OPEN-STATUS TO WRK-FILE-STATUS
               WHEN 12
                   OPEN INPUT SUSPENSE
                   MOVE FS-SUSPENSE-STATUS TO WRK-FILE-STATUS
               WHEN 13
                   OPEN INPUT DISC-TAKEN
                   MOVE FS-DISC-TAKEN-STATUS TO WRK-FILE-STATUS
           END-EVALUATE.
      *----------------------------------------------------------------*
       0720-READ-FILE.
           EVALUATE WRK-FILE-NO
               WHEN 1
                   READ SHOPPING
                       AT END
                           MOVE "Y" TO WRK-EOF-FILE
                       NOT AT END
                           MOVE RG-SHOPPING TO WRK-REC-IMAGE
                   END-READ
               WHEN 2
                   READ RECUR NEXT RECORD
                       AT END
                           MOVE "Y" TO WRK-EOF-FILE
                       NOT AT END
                           MOVE RG-RECUR TO WRK-REC-IMAGE
                   END-READ
               WHEN 3
                   READ RECUR-CTRL
                       AT END
                           MOVE "Y" TO WRK-EOF-FILE
                       NOT AT END
                           MOVE RG-RECUR-CTRL TO WRK-REC-IMAGE
                   END-READ
               WHEN 4
                   READ INVOICE
                       AT END
                           MOVE "Y" TO WRK-EOF-FILE
                       NOT AT END
                           MOVE RG-INVOICE TO WRK-REC-IMAGE
                   END-READ
               WHEN 5
                   READ INV-CTRL
                       AT END
                           MOVE "Y" TO WRK-EOF-FILE
                       NOT AT END
                           MOVE RG-INVOICE-CTRL TO WRK-REC-IMAGE
                           MOVE RG-INVOICE-CTRL-LAST-ID
                             TO WRK-CTRL-LAST-ID
                   END-READ
               WHEN 6
                   READ RESTART-CTRL
                       AT END
                           MOVE "Y" TO WRK-EOF-FILE
                       NOT AT END
                           MOVE RG-RESTART-CTRL TO WRK-REC-IMAGE
                   END-READ
               WHEN 7
                   READ BILLED-REG NEXT RECORD
                       AT END
                           MOVE "Y" TO WRK-EOF-FILE
                       NOT AT END
                           MOVE RG-BILLED TO WRK-REC-IMAGE
                   END-READ
               WHEN 8
                   READ REJECT
                       AT END
                           MOVE "Y" TO WRK-EOF-FILE
                       NOT AT END
                           MOVE RG-REJECT TO WRK-REC-IMAGE
                   END-READ
               WHEN 9
                   READ HOLD
                       AT END
                           MOVE "Y" TO WRK-EOF-FILE
                       NOT AT END
                           MOVE RG-HOLD TO WRK-REC-IMAGE
                   END-READ
               WHEN 10
                   READ INV-IDX NEXT RECORD
                       AT END
                           MOVE "Y" TO WRK-EOF-FILE
                       NOT AT END
                           MOVE RG-IDX TO WRK-REC-IMAGE
                   END-READ
               WHEN 11
                   READ AR-OPEN NEXT RECORD
                       AT END
                           MOVE "Y" TO WRK-EOF-FILE
                       NOT AT END
                           MOVE RG-AROPEN TO WRK-REC-IMAGE
                   END-READ
               WHEN 12
                   READ SUSPENSE NEXT RECORD
                       AT END
                           MOVE "Y" TO WRK-EOF-FILE
                       NOT AT END
                           MOVE RG-SUSP TO WRK-REC-IMAGE
                   END-READ
               WHEN 13
                   READ DISC-TAKEN
                       AT END
                           MOVE "Y" TO WRK-EOF-FILE
                       NOT AT END
                           MOVE RG-DISC TO WRK-REC-IMAGE
                   END-READ
           END-EVALUATE.
      *----------------------------------------------------------------*
       0730-CLOSE-FILE.
           EVALUATE WRK-FILE-NO
               WHEN 1
                   CLOSE SHOPPING
               WHEN 2
                   CLOSE RECUR
               WHEN 3
                   CLOSE RECUR-CTRL
               WHEN 4
                   CLOSE INVOICE
               WHEN 5
                   CLOSE INV-CTRL
               WHEN 6
                   CLOSE RESTART-CTRL
               WHEN 7
                   CLOSE BILLED-REG
               WHEN 8
                   CLOSE REJECT
               WHEN 9
                   CLOSE HOLD
               WHEN 10
                   CLOSE INV-IDX
               WHEN 11
                   CLOSE AR-OPEN
               WHEN 12
                   CLOSE SUSPENSE
               WHEN 13
                   CLOSE DISC-TAKEN
           END-EVALUATE.
      *----------------------------------------------------------------*
       0740-OPEN-OUTPUT-FILE.
           EVALUATE WRK-FILE-NO
               WHEN 1
                   OPEN OUTPUT SHOPPING
                   MOVE FS-SHOPPING-STATUS TO WRK-FILE-STATUS
               WHEN 2
                   OPEN OUTPUT RECUR
                   MOVE FS-RECUR-STATUS TO WRK-FILE-STATUS
               WHEN 3
                   OPEN OUTPUT RECUR-CTRL
                   MOVE FS-RECUR-CTRL-STATUS TO WRK-FILE-STATUS
               WHEN 4
                   OPEN OUTPUT INVOICE
                   MOVE FS-INVOICE-STATUS TO WRK-FILE-STATUS
               WHEN 5
                   OPEN OUTPUT INV-CTRL
                   MOVE FS-INV-CTRL-STATUS TO WRK-FILE-STATUS
               WHEN 6
                   OPEN OUTPUT RESTART-CTRL
                   MOVE FS-RESTART-CTRL-STATUS TO WRK-FILE-STATUS
               WHEN 7
                   OPEN OUTPUT BILLED-REG
                   MOVE FS-BILLED-REG-STATUS TO WRK-FILE-STATUS
               WHEN 8
                   OPEN OUTPUT REJECT
                   MOVE FS-REJECT-STATUS TO WRK-FILE-STATUS
               WHEN 9
                   OPEN OUTPUT HOLD
                   MOVE FS-HOLD-STATUS TO WRK-FILE-STATUS
               WHEN 10
                   OPEN OUTPUT INV-IDX
                   MOVE FS-INV-IDX-STATUS TO WRK-FILE-STATUS
               WHEN 11
                   OPEN OUTPUT AR-OPEN
                   MOVE FS-AR-OPEN-STATUS TO WRK-FILE-STATUS
               WHEN 12
                   OPEN OUTPUT SUSPENSE
                   MOVE FS-SUSPENSE-STATUS TO WRK-FILE-STATUS
               WHEN 13
                   OPEN OUTPUT DISC-TAKEN
                   MOVE FS-DISC-TAKEN-STATUS TO WRK-FILE-STATUS
           END-EVALUATE.
      *----------------------------------------------------------------*
       0750-WRITE-FILE.
           EVALUATE WRK-FILE-NO
               WHEN 1
                   WRITE RG-SHOPPING FROM WRK-REC-IMAGE
                   MOVE FS-SHOPPING-STATUS TO WRK-FILE-STATUS
               WHEN 2
                   WRITE RG-RECUR FROM WRK-REC-IMAGE
                   MOVE FS-RECUR-STATUS TO WRK-FILE-STATUS
               WHEN 3
                   WRITE RG-RECUR-CTRL FROM WRK-REC-IMAGE
                   MOVE FS-RECUR-CTRL-STATUS TO WRK-FILE-STATUS
               WHEN 4
                   WRITE RG-INVOICE FROM WRK-REC-IMAGE
                   MOVE FS-INVOICE-STATUS TO WRK-FILE-STATUS
               WHEN 5
                   WRITE RG-INVOICE-CTRL FROM WRK-REC-IMAGE
                   MOVE FS-INV-CTRL-STATUS TO WRK-FILE-STATUS
               WHEN 6
                   WRITE RG-RESTART-CTRL FROM WRK-REC-IMAGE
                   MOVE FS-RESTART-CTRL-STATUS TO WRK-FILE-STATUS
               WHEN 7
                   WRITE RG-BILLED FROM WRK-REC-IMAGE
                   MOVE FS-BILLED-REG-STATUS TO WRK-FILE-STATUS
               WHEN 8
                   WRITE RG-REJECT FROM WRK-REC-IMAGE
                   MOVE FS-REJECT-STATUS TO WRK-FILE-STATUS
               WHEN 9
                   WRITE RG-HOLD FROM WRK-REC-IMAGE
                   MOVE FS-HOLD-STATUS TO WRK-FILE-STATUS
               WHEN 10
                   WRITE RG-IDX FROM WRK-REC-IMAGE
                   MOVE FS-INV-IDX-STATUS TO WRK-FILE-STATUS
               WHEN 11
                   WRITE RG-AROPEN FROM WRK-REC-IMAGE
                   MOVE FS-AR-OPEN-STATUS TO WRK-FILE-STATUS
               WHEN 12
                   WRITE RG-SUSP FROM WRK-REC-IMAGE
                   MOVE FS-SUSPENSE-STATUS TO WRK-FILE-STATUS
               WHEN 13
                   WRITE RG-DISC FROM WRK-REC-IMAGE
                   MOVE FS-DISC-TAKEN-STATUS TO WRK-FILE-STATUS
           END-EVALUATE.
      *----------------------------------------------------------------*
       0890-PRINT-HELPERS              SECTION.
       0910-PRINT-FILE-LINE.
           MOVE WRK-FILE-NAME (WRK-FILE-NO) TO WRK-DET-FILE.
           MOVE WRK-FILE-BEFORE (WRK-FILE-NO) TO WRK-DET-BEFORE.
           MOVE WRK-FILE-GEN (WRK-FILE-NO) TO WRK-DET-GEN.
           MOVE WRK-FILE-AFTER (WRK-FILE-NO) TO WRK-DET-AFTER.
           MOVE SPACES TO WRK-DET-NOTE.
           IF WRK-FILE-PRESENT (WRK-FILE-NO) EQUAL "N"
              MOVE "NOT ON FILE BEFORE" TO WRK-DET-NOTE
           END-IF.
           IF WRK-FILE-AFTER (WRK-FILE-NO)
              NOT EQUAL WRK-FILE-GEN (WRK-FILE-NO)
              MOVE "*** MISMATCH ***" TO WRK-DET-NOTE
           END-IF.
           IF WRK-FILE-UNREAD (WRK-FILE-NO) EQUAL "Y"
              MOVE "*** NOT READABLE ***" TO WRK-DET-NOTE
           END-IF.
           MOVE WRK-LINE-FILE TO WRK-PRINT-LINE.
           PERFORM 0970-WRITE-LINE.
      *----------------------------------------------------------------*
       0970-WRITE-LINE.
           WRITE RG-ROLL-RPT FROM WRK-PRINT-LINE
                 AFTER ADVANCING 1 LINE.

      *----------------------------------------------------------------*
      *================================================================*
