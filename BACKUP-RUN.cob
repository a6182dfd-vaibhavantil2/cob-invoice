       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.BACKUP-RUN.
      *================================================================*
      *    AUTHOR      : NATAN BOANAFINA.                              *
      *    ENTERPRISE  : NOT APPLICABLE                                *
      *    PROFESSOR   : IVAN PETRUCCI                                 *
      *    DATE        : 15/10/2026                                    *
      *                                                                *
      *----------------------------------------------------------------*
      *    PURPOSE     : DAILY BACKUP OF THE GENERATION SET: EVERY     *
      *    FILE THE DAILY CHAIN EXTENDS OR REWRITES -- COMPRAS.DAT,    *
      *    RECUR.DAT, RECCTRL.DAT, NF.DAT, NFCTRL.DAT, NFRESTRT.DAT,   *
      *    NFBILLED.DAT, NF-REJECT.DAT, NF-HOLD.DAT, NFIDX.DAT,        *
      *    AROPEN.DAT, CASHSUSP.DAT AND DISCTAKN.DAT -- IS COPIED      *
      *    WHOLE INTO A NEW GENERATION ON BACKUP.DAT, CATALOGUED ON    *
      *    BKUPCAT.DAT UNDER THE BUSINESS DATE WITH THE RECORD COUNT   *
      *    OF EACH FILE AND THE NFCTRL.DAT LAST INVOICE ID. A FILE NOT *
      *    YET ON FILE IS BACKED UP EMPTY, EXCEPT THAT A MISSING       *
      *    CONTROL FILE IS BACKED UP AS THE ZERO RECORD ITS OWNING     *
      *    PROGRAM WOULD CREATE. THE NUMBER OF GENERATIONS TO KEEP IS  *
      *    KEYED AT THE START (BLANK KEEPS THE NUMBER LAST SET, 7 ON   *
      *    THE FIRST RUN); ONCE THE NEW GENERATION IS COMPLETE THE     *
      *    OLDEST ARE DROPPED DOWN TO THAT NUMBER. EVERY BACKUP AND    *
      *    EVERY GENERATION DROPPED IS WRITTEN TO THE AUDIT TRAIL      *
      *    BKUPLOG.DAT. ROLLBACK-RUN RESTORES A GENERATION.            *
      *                                                                *
      *    JOB ORDER   : THE RUN LOG ENFORCES THE ORDER: HEAD OF THE   *
      *    DAILY CHAIN, NO PREDECESSOR, AND COMPRAS-EDIT WAITS ON IT.  *
      *    RUN IT ONCE THE BUSINESS DATE IS SET AND THE UPSTREAM       *
      *    COMPRAS.DAT HAS LANDED, BEFORE RECUR-GEN. IT WILL NOT RUN   *
      *    AGAIN FOR A BUSINESS DATE IT HAS ALREADY ENDED CLEAN FOR    *
      *    UNLESS THE DAY HAS SINCE BEEN ROLLED BACK.                  *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
      *    DDNAME                 I/O                 COPY/BOOK        *
      *    SHOPPING                I                      -            *
      *    RECUR                   I                      -            *
      *    RECUR-CTRL              I                      -            *
      *    INVOICE                 I                      -            *
      *    INV-CTRL                I                      -            *
      *    RESTART-CTRL            I                      -            *
      *    BILLED-REG              I                      -            *
      *    REJECT                  I                      -            *
      *    HOLD                    I                      -            *
      *    INV-IDX                 I                      -            *
      *    AR-OPEN                 I                      -            *
      *    SUSPENSE                I                      -            *
      *    DISC-TAKEN              I                      -            *
      *    BACKUP                  I-O                    -            *
      *    BKUP-CAT                I-O                    -            *
      *    BKUP-LOG                O (EXTEND)             -            *
      *    BUS-DATE                I                      -            *
      *    RUN-LOG                 I-O                    -            *
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

      **================== FD BUS-DATE BEGINNING ======================*
      *    THE OPERATOR-SET BUSINESS DATE (SEE BILLDATE-MAINT). EACH
      *    GENERATION IS CATALOGUED UNDER IT, AND IT STAMPS THIS STEP'S
      *    RUN-LOG ENTRIES.
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
       77  FS-BUS-DATE-STATUS      PIC 9(02) VALUE ZEROS.
       77  FS-RUN-LOG-STATUS       PIC 9(02) VALUE ZEROS.
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
       77  WRK-OPEN-ERR-RUN-LOG  PIC X(30)
           VALUE "RUN-LOG FILE WAS NOT OPENED!".
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ WORK FIELDS BEGINNING ===============".
      *----------------------------------------------------------------*
      *    GENERATIONS TO KEEP AS KEYED (ZERO OR BLANK: AS LAST SET ON
      *    THE CATALOGUE), AND THE NUMBER A NEW CATALOGUE STARTS WITH.
       77  WRK-KEEP-ANSWER      PIC 9(03) VALUE ZEROS.
       77  WRK-DEFAULT-KEEP     PIC 9(03) VALUE 7.
       77  WRK-KEEP             PIC 9(03) VALUE ZEROS.
       77  WRK-LAST-GEN         PIC 9(05) VALUE ZEROS.
       77  WRK-GEN              PIC 9(05) VALUE ZEROS.
       77  WRK-GEN-SYS-DATE     PIC 9(08) VALUE ZEROS.
       77  WRK-GEN-TIME         PIC 9(08) VALUE ZEROS.
       77  WRK-PRUNE-LIMIT      PIC 9(05) VALUE ZEROS.
       77  WRK-CONTROL-FOUND    PIC X(01) VALUE "N".
           88 CONTROL-FOUND            VALUE "Y".
       77  WRK-EOF-CAT          PIC X(01) VALUE "N".
           88 END-OF-CAT               VALUE "Y".
       77  WRK-EOF-BKUP         PIC X(01) VALUE "N".
           88 END-OF-BKUP              VALUE "Y".
       77  WRK-FILE-NO          PIC 9(02) VALUE ZEROS.
       77  WRK-FILE-STATUS      PIC 9(02) VALUE ZEROS.
       77  WRK-EOF-FILE         PIC X(01) VALUE "N".
           88 END-OF-SET-FILE          VALUE "Y".
       77  WRK-CTRL-LAST-ID     PIC 9(07) VALUE ZEROS.
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
      *    RECORDS COPIED FROM EACH FILE INTO THE NEW GENERATION.
       01  WRK-FILE-TAB.
           05 WRK-FILE-COUNT       PIC 9(07) OCCURS 13 TIMES.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ CONTROL TOTALS BEGINNING ============".
      *----------------------------------------------------------------*
       77  WRK-TOTAL-RECORDS       PIC 9(09) VALUE ZEROS.
       77  WRK-DROPPED-GENS        PIC 9(05) VALUE ZEROS.
       77  WRK-DROP-RECORDS        PIC 9(09) VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ RUN LOG BEGINNING ===================".
      *----------------------------------------------------------------*
      *    THIS STEP'S NAME ON THE RUN LOG, AND THE STEP THAT MUST
      *    HAVE ENDED WITH RETURN CODE ZERO FOR THE SAME BUSINESS DATE
      *    BEFORE THIS ONE MAY START (SPACES: HEAD OF THE CHAIN).
       77  WRK-LOG-PROGRAM      PIC X(15) VALUE "BACKUP-RUN".
       77  WRK-LOG-PREDECESSOR  PIC X(15) VALUE SPACES.
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
       PROCEDURE                       DIVISION.
      *----------------------------------------------------------------*
           PERFORM 0100-INIT.
           PERFORM 0200-BACKUP.
           PERFORM 0300-PRUNE.
           PERFORM 0400-END.
           PERFORM 0900-LOG-END.
           STOP RUN.
      *----------------------------------------------------------------*
       0100-INIT                       SECTION.
           DISPLAY "GENERATIONS TO KEEP (BLANK=AS LAST SET): "
                   WITH NO ADVANCING.
           ACCEPT WRK-KEEP-ANSWER.
      *    THE RUN LOG IS CHECKED AS SOON AS THE DATE IS KNOWN AND
      *    BEFORE ANY FILE IS OPENED, SO A REFUSED STEP TOUCHES NOTHING.
           PERFORM 0110-GET-BUSINESS-DATE.
           PERFORM 0180-CHECK-RUN-LOG.
           PERFORM 0120-OPEN-CATALOG.
           OPEN I-O BACKUP.
           IF FS-BACKUP-STATUS EQUAL 35
              OPEN OUTPUT BACKUP
              CLOSE BACKUP
              OPEN I-O BACKUP
           END-IF.
           IF FS-BACKUP-STATUS NOT EQUAL 00
              DISPLAY WRK-OPEN-ERR-BACKUP
              DISPLAY "STATUS: " FS-BACKUP-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN EXTEND BKUP-LOG.
           IF FS-BKUP-LOG-STATUS EQUAL 35
              OPEN OUTPUT BKUP-LOG
              CLOSE BKUP-LOG
              OPEN EXTEND BKUP-LOG
           END-IF.
           IF FS-BKUP-LOG-STATUS NOT EQUAL 00
              DISPLAY WRK-OPEN-ERR-BKUP-LOG
              DISPLAY "STATUS: " FS-BKUP-LOG-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
      *----------------------------------------------------------------*
       0190-INIT-HELPERS               SECTION.
      *    THE RUN-LOG DATE IS THE OPERATOR-SET BUSINESS DATE; A SHOP
      *    NOT YET ON BUSINESS-DATE CONTROL FALLS BACK TO THE SYSTEM
      *    DATE, AS THE OTHER CHAIN STEPS DO.
       0110-GET-BUSINESS-DATE.
           OPEN INPUT BUS-DATE.
           IF FS-BUS-DATE-STATUS NOT EQUAL 00
              ACCEPT WRK-LOG-BUS-DATE FROM DATE YYYYMMDD
           ELSE
              READ BUS-DATE
                  AT END
                      MOVE ZEROS TO RG-BUSDATE-DATE
              END-READ
              CLOSE BUS-DATE
              IF RG-BUSDATE-DATE NUMERIC
                 AND RG-BUSDATE-DATE GREATER THAN ZEROS
                 MOVE RG-BUSDATE-DATE TO WRK-LOG-BUS-DATE
              ELSE
                 ACCEPT WRK-LOG-BUS-DATE FROM DATE YYYYMMDD
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
      *    THE CATALOGUE IS CREATED EMPTY ON THE FIRST RUN, AS THE
      *    OTHER CUMULATIVE FILES ARE, AND ITS CONTROL ENTRY WITH IT.
      *    A NUMBER TO KEEP KEYED NOW REPLACES THE ONE ON FILE.
       0120-OPEN-CATALOG.
           OPEN I-O BKUP-CAT.
           IF FS-BKUP-CAT-STATUS EQUAL 35
              OPEN OUTPUT BKUP-CAT
              CLOSE BKUP-CAT
              OPEN I-O BKUP-CAT
           END-IF.
           IF FS-BKUP-CAT-STATUS NOT EQUAL 00
              DISPLAY WRK-OPEN-ERR-BKUP-CAT
              DISPLAY "STATUS: " FS-BKUP-CAT-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE ZEROS TO RG-CAT-GEN.
           MOVE "Y" TO WRK-CONTROL-FOUND.
           READ BKUP-CAT KEY IS RG-CAT-GEN
               INVALID KEY
                   MOVE "N" TO WRK-CONTROL-FOUND
           END-READ.
           IF CONTROL-FOUND
              MOVE RG-CAT-LAST-GEN TO WRK-LAST-GEN
              MOVE RG-CAT-KEEP TO WRK-KEEP
           ELSE
              MOVE ZEROS TO WRK-LAST-GEN
              MOVE WRK-DEFAULT-KEEP TO WRK-KEEP
           END-IF.
           IF WRK-KEEP-ANSWER GREATER THAN ZEROS
              MOVE WRK-KEEP-ANSWER TO WRK-KEEP
           END-IF.
           IF WRK-KEEP EQUAL ZEROS
              MOVE WRK-DEFAULT-KEEP TO WRK-KEEP
           END-IF.
      *----------------------------------------------------------------*
      *    THE NEW NUMBER IS TAKEN ON THE CONTROL ENTRY AND THE
      *    GENERATION CATALOGUED AS INCOMPLETE BEFORE ANY RECORD IS
      *    COPIED, SO A BACKUP THAT DIES PART-WAY LEAVES A GENERATION
      *    ROLLBACK-RUN WILL NOT RESTORE, AND ITS NUMBER IS NEVER USED
      *    AGAIN. EACH FILE IS THEN COPIED WHOLE, IN FILE ORDER.
       0200-BACKUP                     SECTION.
           ADD 1 TO WRK-LAST-GEN GIVING WRK-GEN.
           ACCEPT WRK-GEN-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WRK-GEN-TIME FROM TIME.
           MOVE SPACES TO RG-CAT.
           MOVE ZEROS TO RG-CAT-GEN.
           MOVE WRK-GEN TO RG-CAT-LAST-GEN.
           MOVE WRK-KEEP TO RG-CAT-KEEP.
           IF CONTROL-FOUND
              REWRITE RG-CAT
                  INVALID KEY
                      PERFORM 0290-CATALOG-ERROR
              END-REWRITE
           ELSE
              WRITE RG-CAT
                  INVALID KEY
                      PERFORM 0290-CATALOG-ERROR
              END-WRITE
           END-IF.
           MOVE ZEROS TO WRK-CTRL-LAST-ID.
           MOVE ZEROS TO WRK-TOTAL-RECORDS.
           PERFORM VARYING WRK-FILE-NO FROM 1 BY 1
                     UNTIL WRK-FILE-NO > WRK-MAX-FILES
               MOVE ZEROS TO WRK-FILE-COUNT (WRK-FILE-NO)
           END-PERFORM.
           MOVE "I" TO RG-CAT-STATUS.
           PERFORM 0240-BUILD-CATALOG-ENTRY.
           WRITE RG-CAT
               INVALID KEY
                   PERFORM 0290-CATALOG-ERROR
           END-WRITE.
           PERFORM VARYING WRK-FILE-NO FROM 1 BY 1
                     UNTIL WRK-FILE-NO > WRK-MAX-FILES
               PERFORM 0210-COPY-FILE
           END-PERFORM.
           MOVE "C" TO RG-CAT-STATUS.
           PERFORM 0240-BUILD-CATALOG-ENTRY.
           REWRITE RG-CAT
               INVALID KEY
                   PERFORM 0290-CATALOG-ERROR
           END-REWRITE.
      *----------------------------------------------------------------*
       0295-BACKUP-HELPERS             SECTION.
      *    A FILE NOT ON FILE HAS NOTHING TO COPY. A CONTROL FILE NOT
      *    ON FILE IS COPIED AS THE ZERO RECORD ITS OWNING PROGRAM
      *    WOULD CREATE, SO THE RESTORED FILE IS ONE IT CAN UPDATE.
       0210-COPY-FILE.
           MOVE "N" TO WRK-EOF-FILE.
           PERFORM 0710-OPEN-INPUT-FILE.
           IF WRK-FILE-STATUS EQUAL 35
              IF CONTROL-FILE (WRK-FILE-NO)
                 MOVE ZEROS TO WRK-REC-IMAGE
                 PERFORM 0220-ARCHIVE-RECORD
              END-IF
           ELSE
              IF WRK-FILE-STATUS NOT EQUAL 00
                 DISPLAY WRK-FILE-NAME (WRK-FILE-NO)
                         " WAS NOT OPENED!"
                 DISPLAY "STATUS: " WRK-FILE-STATUS
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              PERFORM 0720-READ-FILE
              PERFORM UNTIL END-OF-SET-FILE
                  PERFORM 0220-ARCHIVE-RECORD
                  PERFORM 0720-READ-FILE
              END-PERFORM
              PERFORM 0730-CLOSE-FILE
           END-IF.
      *----------------------------------------------------------------*
       0220-ARCHIVE-RECORD.
           ADD 1 TO WRK-FILE-COUNT (WRK-FILE-NO).
           ADD 1 TO WRK-TOTAL-RECORDS.
           MOVE WRK-GEN TO RG-BKUP-GEN.
           MOVE WRK-FILE-NO TO RG-BKUP-FILE-NO.
           MOVE WRK-FILE-COUNT (WRK-FILE-NO) TO RG-BKUP-SEQ.
           MOVE WRK-REC-IMAGE TO RG-BKUP-DATA.
           WRITE RG-BKUP
               INVALID KEY
                   DISPLAY "ERROR WRITING BACKUP.DAT FOR "
                           WRK-FILE-NAME (WRK-FILE-NO)
                   DISPLAY "STATUS: " FS-BACKUP-STATUS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-WRITE.
      *----------------------------------------------------------------*
       0240-BUILD-CATALOG-ENTRY.
           MOVE WRK-GEN TO RG-CAT-GEN.
           MOVE WRK-LOG-BUS-DATE TO RG-CAT-BUS-DATE.
           MOVE WRK-GEN-SYS-DATE TO RG-CAT-SYS-DATE.
           MOVE WRK-GEN-TIME TO RG-CAT-TIME.
           MOVE WRK-CTRL-LAST-ID TO RG-CAT-CTRL-LAST-ID.
           PERFORM VARYING WRK-FILE-NO FROM 1 BY 1
                     UNTIL WRK-FILE-NO > WRK-MAX-FILES
               MOVE WRK-FILE-COUNT (WRK-FILE-NO)
                 TO RG-CAT-COUNT (WRK-FILE-NO)
           END-PERFORM.
      *----------------------------------------------------------------*
       0290-CATALOG-ERROR.
           DISPLAY "ERROR WRITING BKUPCAT.DAT FOR GENERATION "
                   RG-CAT-GEN.
           DISPLAY "STATUS: " FS-BKUP-CAT-STATUS.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------------*
      *    ONCE THE NEW GENERATION IS COMPLETE, EVERY GENERATION MORE
      *    THAN THE NUMBER TO KEEP BEHIND IT IS DROPPED, OLDEST FIRST,
      *    FROM BACKUP.DAT AND THE CATALOGUE, AND EACH DROP IS LOGGED.
      *    THE NEW GENERATION COUNTS AS ONE OF THOSE KEPT.
       0300-PRUNE                      SECTION.
           IF WRK-GEN GREATER THAN WRK-KEEP
              SUBTRACT WRK-KEEP FROM WRK-GEN GIVING WRK-PRUNE-LIMIT
              MOVE "N" TO WRK-EOF-CAT
              MOVE 1 TO RG-CAT-GEN
              START BKUP-CAT KEY IS NOT LESS THAN RG-CAT-GEN
                  INVALID KEY
                      MOVE "Y" TO WRK-EOF-CAT
              END-START
              IF NOT END-OF-CAT
                 PERFORM 0310-READ-CATALOG
              END-IF
              PERFORM UNTIL END-OF-CAT
                  IF RG-CAT-GEN GREATER THAN WRK-PRUNE-LIMIT
                     MOVE "Y" TO WRK-EOF-CAT
                  ELSE
                     PERFORM 0320-DROP-GENERATION
                     PERFORM 0310-READ-CATALOG
                  END-IF
              END-PERFORM
           END-IF.
      *----------------------------------------------------------------*
       0390-PRUNE-HELPERS              SECTION.
       0310-READ-CATALOG.
           READ BKUP-CAT NEXT RECORD
               AT END
                   MOVE "Y" TO WRK-EOF-CAT
           END-READ.
      *----------------------------------------------------------------*
       0320-DROP-GENERATION.
           MOVE ZEROS TO WRK-DROP-RECORDS.
           MOVE "N" TO WRK-EOF-BKUP.
           MOVE RG-CAT-GEN TO RG-BKUP-GEN.
           MOVE ZEROS TO RG-BKUP-FILE-NO.
           MOVE ZEROS TO RG-BKUP-SEQ.
           START BACKUP KEY IS NOT LESS THAN RG-BKUP-KEY
               INVALID KEY
                   MOVE "Y" TO WRK-EOF-BKUP
           END-START.
           IF NOT END-OF-BKUP
              PERFORM 0330-READ-BACKUP
           END-IF.
           PERFORM UNTIL END-OF-BKUP
               IF RG-BKUP-GEN NOT EQUAL RG-CAT-GEN
                  MOVE "Y" TO WRK-EOF-BKUP
               ELSE
                  DELETE BACKUP RECORD
                      INVALID KEY
                          DISPLAY "ERROR DELETING BACKUP.DAT "
                                  "GENERATION " RG-CAT-GEN
                          DISPLAY "STATUS: " FS-BACKUP-STATUS
                          MOVE 8 TO RETURN-CODE
                          GOBACK
                  END-DELETE
                  ADD 1 TO WRK-DROP-RECORDS
                  PERFORM 0330-READ-BACKUP
               END-IF
           END-PERFORM.
           INITIALIZE RG-BKLOG.
           ACCEPT RG-BKLOG-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT RG-BKLOG-TIME FROM TIME.
           MOVE "BATCH" TO RG-BKLOG-OPERATOR.
           MOVE "D" TO RG-BKLOG-ACTION.
           MOVE RG-CAT-GEN TO RG-BKLOG-GEN.
           MOVE RG-CAT-BUS-DATE TO RG-BKLOG-GEN-DATE.
           MOVE WRK-LOG-BUS-DATE TO RG-BKLOG-BUS-DATE.
           MOVE WRK-DROP-RECORDS TO RG-BKLOG-RECORDS.
           MOVE RG-CAT-CTRL-LAST-ID TO RG-BKLOG-CTRL-BEFORE.
           MOVE RG-CAT-CTRL-LAST-ID TO RG-BKLOG-CTRL-AFTER.
           DELETE BKUP-CAT RECORD
               INVALID KEY
                   PERFORM 0290-CATALOG-ERROR
           END-DELETE.
           WRITE RG-BKLOG.
           ADD 1 TO WRK-DROPPED-GENS.
           DISPLAY "GENERATION " RG-BKLOG-GEN " OF "
                   RG-BKLOG-GEN-DATE " DROPPED, "
                   RG-BKLOG-RECORDS " RECORDS.".
      *----------------------------------------------------------------*
       0330-READ-BACKUP.
           READ BACKUP NEXT RECORD
               AT END
                   MOVE "Y" TO WRK-EOF-BKUP
           END-READ.
      *----------------------------------------------------------------*
       0400-END                        SECTION.
           INITIALIZE RG-BKLOG.
           MOVE WRK-GEN-SYS-DATE TO RG-BKLOG-SYS-DATE.
           MOVE WRK-GEN-TIME TO RG-BKLOG-TIME.
           MOVE "BATCH" TO RG-BKLOG-OPERATOR.
           MOVE "B" TO RG-BKLOG-ACTION.
           MOVE WRK-GEN TO RG-BKLOG-GEN.
           MOVE WRK-LOG-BUS-DATE TO RG-BKLOG-GEN-DATE.
           MOVE WRK-LOG-BUS-DATE TO RG-BKLOG-BUS-DATE.
           MOVE WRK-TOTAL-RECORDS TO RG-BKLOG-RECORDS.
           MOVE WRK-CTRL-LAST-ID TO RG-BKLOG-CTRL-BEFORE.
           MOVE WRK-CTRL-LAST-ID TO RG-BKLOG-CTRL-AFTER.
           MOVE RETURN-CODE TO RG-BKLOG-RC.
           WRITE RG-BKLOG.
           CLOSE BACKUP.
           CLOSE BKUP-CAT.
           CLOSE BKUP-LOG.
           DISPLAY "=================================================".
           DISPLAY "   BACKUP GENERATION " WRK-GEN
                   " - BUSINESS DATE " WRK-LOG-BUS-DATE.
           DISPLAY "=================================================".
           PERFORM VARYING WRK-FILE-NO FROM 1 BY 1
                     UNTIL WRK-FILE-NO > WRK-MAX-FILES
               DISPLAY WRK-FILE-NAME (WRK-FILE-NO) "            : "
                       WRK-FILE-COUNT (WRK-FILE-NO)
           END-PERFORM.
           DISPLAY "NFCTRL LAST INVOICE ID   : " WRK-CTRL-LAST-ID.
           DISPLAY "TOTAL RECORDS            : " WRK-TOTAL-RECORDS.
           DISPLAY "GENERATIONS KEPT         : " WRK-KEEP.
           DISPLAY "GENERATIONS DROPPED      : " WRK-DROPPED-GENS.
           DISPLAY "=================================================".
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
       0900-LOG-END                    SECTION.
      *    THE END ENTRY CARRIES THE RETURN CODE THE STEP IS LEAVING
      *    WITH, SO ONLY A CLEAN FINISH RELEASES THE NEXT STEP.
           MOVE "GENERATION" TO WRK-LOG-CNT-LABEL (1).
           MOVE WRK-GEN TO WRK-LOG-CNT-VALUE (1).
           MOVE "RECORDS" TO WRK-LOG-CNT-LABEL (2).
           MOVE WRK-TOTAL-RECORDS TO WRK-LOG-CNT-VALUE (2).
           MOVE "DROPPED" TO WRK-LOG-CNT-LABEL (3).
           MOVE WRK-DROPPED-GENS TO WRK-LOG-CNT-VALUE (3).
           MOVE "E" TO WRK-LOG-EVENT.
           PERFORM 0186-WRITE-RUN-LOG.

      *----------------------------------------------------------------*
      *================================================================*
