       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.RECUR-MAINT.
      *================================================================*
      *    AUTHOR      : NATAN BOANAFINA.                              *
      *    ENTERPRISE  : NOT APPLICABLE                                *
      *    PROFESSOR   : IVAN PETRUCCI                                 *
      *    DATE        : 15/10/2026                                    *
      *                                                                *
      *----------------------------------------------------------------*
      *    PURPOSE     : INTERACTIVE ADD/CHANGE/DELETE MAINTENANCE OF  *
      *    THE RECURRING-CHARGE MASTER RECUR.DAT, KEYED ON CLIENT ID   *
      *    PLUS PRODUCT CODE. EACH CHARGE CARRIES THE UNIT AMOUNT AND  *
      *    QUANTITY TO BILL, A FREQUENCY (M MONTHLY, Q QUARTERLY, A    *
      *    ANNUAL), A START DATE, AN OPTIONAL END DATE AND THE NEXT    *
      *    DATE IT IS DUE TO BILL. RECUR-GEN TURNS THE CHARGES DUE     *
      *    INTO PURCHASE RECORDS FOR THE BILLING RUN AND MOVES THE     *
      *    NEXT-BILL DATE ON.                                          *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
      *    DDNAME                 I/O                 COPY/BOOK        *
      *    RECUR                  I-O                     -            *
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
      *   SAME DD-NAME CONVENTION AS THE OTHER PROGRAMS: SET
      *   DD_RECUR_DD TO POINT RECUR.DAT AT ANOTHER PATH WITHOUT
      *   RECOMPILING; WITH NO OVERRIDE IT OPENS A FILE NAMED
      *   RECUR_DD IN THE WORKING DIRECTORY.
      *=================================================================
      *                    SELECT RECUR.DAT
      *=================================================================
           SELECT RECUR ASSIGN TO "RECUR_DD"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS RG-RECUR-KEY
                              FILE STATUS IS FS-RECUR-STATUS.

      *----------------------------------------------------------------*
      *================================================================*
      *----------------------------------------------------------------*
       DATA                            DIVISION.
       FILE                            SECTION.
      **================== FD RECUR BEGINNING =========================*
      *    AN END DATE OF ZERO MEANS THE CHARGE RUNS UNTIL DELETED.
      *    THE LAST-BILLED DATE IS SET BY RECUR-GEN AND IS ZERO UNTIL
      *    THE CHARGE FIRST BILLS.
       FD  RECUR.
       01  RG-RECUR.
           05 RG-RECUR-KEY.
              10 RG-RECUR-ID-CLI   PIC 9(05).
              10 RG-RECUR-PROD     PIC X(15).
           05 RG-RECUR-AMOUNT      PIC 9(08)V99.
           05 RG-RECUR-QTY         PIC 9(05).
           05 RG-RECUR-FREQ        PIC X(01).
              88 RECUR-FREQ-VALID         VALUE "M" "Q" "A".
           05 RG-RECUR-START-DATE  PIC 9(08).
           05 RG-RECUR-END-DATE    PIC 9(08).
           05 RG-RECUR-NEXT-DATE   PIC 9(08).
           05 RG-RECUR-LAST-DATE   PIC 9(08).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(047) VALUE
           "========== WORKING-STORAGE BEGINNING ==========".

      *----------------------------------------------------------------*
       01  FILLER          PIC X(047) VALUE
           "============ FILE-STATUS BEGINNING ============".
      *----------------------------------------------------------------*
       77  FS-RECUR-STATUS         PIC 9(02) VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ ERROR MESSAGES BEGINNING ============".
      *----------------------------------------------------------------*
       77  WRK-OPEN-ERR-RECUR    PIC X(30)
           VALUE "RECUR FILE WAS NOT OPENED!".
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ WORK FIELDS BEGINNING ===============".
      *----------------------------------------------------------------*
       77  WRK-OPTION            PIC X(01) VALUE SPACES.
       77  WRK-DATE-ANSWER       PIC X(08) VALUE SPACES.
       77  WRK-ENTRY-OK          PIC X(01) VALUE "N".
           88 ENTRY-OK                  VALUE "Y".
      *================================================================*
      *----------------------------------------------------------------*
      *================================================================*
       PROCEDURE                       DIVISION.
      *----------------------------------------------------------------*
           PERFORM 0100-INIT.
           PERFORM 0200-PROCESS UNTIL WRK-OPTION EQUAL "4".
           PERFORM 0300-END.
           STOP RUN.
      *----------------------------------------------------------------*
       0100-INIT                       SECTION.
           OPEN I-O RECUR.
           IF FS-RECUR-STATUS EQUAL 35
              OPEN OUTPUT RECUR
              CLOSE RECUR
              OPEN I-O RECUR
           END-IF.
           IF FS-RECUR-STATUS NOT EQUAL 00
              DISPLAY WRK-OPEN-ERR-RECUR
              DISPLAY "STATUS: " FS-RECUR-STATUS
              GOBACK
           END-IF.
      *----------------------------------------------------------------*
       0200-PROCESS                    SECTION.
           PERFORM 0210-DISPLAY-MENU.
           PERFORM 0220-ACCEPT-OPTION.
           EVALUATE WRK-OPTION
               WHEN "1" PERFORM 0230-ADD-CHARGE
               WHEN "2" PERFORM 0240-CHANGE-CHARGE
               WHEN "3" PERFORM 0250-DELETE-CHARGE
               WHEN "4" CONTINUE
               WHEN OTHER DISPLAY "INVALID OPTION, TRY AGAIN."
           END-EVALUATE.
      *----------------------------------------------------------------*
       0290-PROCESS-HELPERS             SECTION.
       0210-DISPLAY-MENU.
           DISPLAY "=================================================".
           DISPLAY "     RECURRING CHARGE MAINTENANCE - RECUR.DAT     ".
           DISPLAY "=================================================".
           DISPLAY "1 - ADD RECURRING CHARGE".
           DISPLAY "2 - CHANGE RECURRING CHARGE".
           DISPLAY "3 - DELETE RECURRING CHARGE".
           DISPLAY "4 - EXIT".
           DISPLAY "=================================================".
      *----------------------------------------------------------------*
       0220-ACCEPT-OPTION.
           DISPLAY "OPTION: " WITH NO ADVANCING.
           ACCEPT WRK-OPTION.
      *----------------------------------------------------------------*
       0225-ACCEPT-KEY.
           DISPLAY "CLIENT ID   : " WITH NO ADVANCING.
           ACCEPT RG-RECUR-ID-CLI.
           DISPLAY "PRODUCT CODE: " WITH NO ADVANCING.
           ACCEPT RG-RECUR-PROD.
      *----------------------------------------------------------------*
      *    AMOUNT, QUANTITY AND FREQUENCY ARE KEYED THE SAME WAY ON AN
      *    ADD AND A CHANGE; THE FREQUENCY IS ASKED FOR AGAIN UNTIL IT
      *    IS ONE OF M, Q OR A.
       0226-ACCEPT-CHARGE.
           DISPLAY "UNIT AMOUNT : " WITH NO ADVANCING.
           ACCEPT RG-RECUR-AMOUNT.
           DISPLAY "QUANTITY    : " WITH NO ADVANCING.
           ACCEPT RG-RECUR-QTY.
           MOVE "N" TO WRK-ENTRY-OK.
           PERFORM 0227-ACCEPT-FREQUENCY UNTIL ENTRY-OK.
      *----------------------------------------------------------------*
       0227-ACCEPT-FREQUENCY.
           DISPLAY "FREQUENCY (M=MONTHLY Q=QUARTERLY A=ANNUAL): "
                   WITH NO ADVANCING.
           ACCEPT RG-RECUR-FREQ.
           IF RECUR-FREQ-VALID
              MOVE "Y" TO WRK-ENTRY-OK
           ELSE
              DISPLAY "FREQUENCY MUST BE M, Q OR A."
           END-IF.
      *----------------------------------------------------------------*
       0228-ACCEPT-START-DATE.
           DISPLAY "START DATE (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WRK-DATE-ANSWER.
           IF WRK-DATE-ANSWER NUMERIC
              AND WRK-DATE-ANSWER NOT EQUAL ZEROS
              MOVE WRK-DATE-ANSWER TO RG-RECUR-START-DATE
              MOVE "Y" TO WRK-ENTRY-OK
           ELSE
              DISPLAY "START DATE IS REQUIRED."
           END-IF.
      *----------------------------------------------------------------*
       0229-ACCEPT-END-DATE.
           DISPLAY "END DATE (YYYYMMDD, BLANK=NO END): "
                   WITH NO ADVANCING.
           ACCEPT WRK-DATE-ANSWER.
           IF WRK-DATE-ANSWER EQUAL SPACES
              MOVE ZEROS TO RG-RECUR-END-DATE
           ELSE
              IF WRK-DATE-ANSWER NUMERIC
                 MOVE WRK-DATE-ANSWER TO RG-RECUR-END-DATE
              ELSE
                 DISPLAY "END DATE NOT NUMERIC - NO END DATE SET."
                 MOVE ZEROS TO RG-RECUR-END-DATE
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *    A NEW CHARGE FIRST BILLS ON ITS START DATE.
       0230-ADD-CHARGE.
           PERFORM 0225-ACCEPT-KEY.
           READ RECUR KEY IS RG-RECUR-KEY
               INVALID KEY
                   PERFORM 0226-ACCEPT-CHARGE
                   MOVE "N" TO WRK-ENTRY-OK
                   PERFORM 0228-ACCEPT-START-DATE UNTIL ENTRY-OK
                   PERFORM 0229-ACCEPT-END-DATE
                   MOVE RG-RECUR-START-DATE TO RG-RECUR-NEXT-DATE
                   MOVE ZEROS TO RG-RECUR-LAST-DATE
                   WRITE RG-RECUR
                       INVALID KEY
                           DISPLAY "ERROR ADDING CHARGE. STATUS: "
                                   FS-RECUR-STATUS
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY "RECURRING CHARGE ALREADY EXISTS!"
           END-READ.
      *----------------------------------------------------------------*
      *    THE START DATE IS HISTORY ONCE THE CHARGE HAS BILLED AND IS
      *    NOT CHANGED HERE; THE NEXT-BILL DATE CAN BE MOVED BY HAND,
      *    FOR EXAMPLE TO SKIP OR REPEAT A PERIOD.
       0240-CHANGE-CHARGE.
           PERFORM 0225-ACCEPT-KEY.
           READ RECUR KEY IS RG-RECUR-KEY
               INVALID KEY
                   DISPLAY "RECURRING CHARGE NOT FOUND!"
               NOT INVALID KEY
                   PERFORM 0226-ACCEPT-CHARGE
                   PERFORM 0229-ACCEPT-END-DATE
                   DISPLAY "NEXT BILL DATE IS " RG-RECUR-NEXT-DATE
                   DISPLAY "NEW NEXT BILL DATE (BLANK=KEEP): "
                           WITH NO ADVANCING
                   ACCEPT WRK-DATE-ANSWER
                   IF WRK-DATE-ANSWER NUMERIC
                      MOVE WRK-DATE-ANSWER TO RG-RECUR-NEXT-DATE
                   END-IF
                   REWRITE RG-RECUR
                       INVALID KEY
                           DISPLAY "ERROR UPDATING CHARGE. STATUS: "
                                   FS-RECUR-STATUS
                   END-REWRITE
           END-READ.
      *----------------------------------------------------------------*
       0250-DELETE-CHARGE.
           PERFORM 0225-ACCEPT-KEY.
           READ RECUR KEY IS RG-RECUR-KEY
               INVALID KEY
                   DISPLAY "RECURRING CHARGE NOT FOUND!"
               NOT INVALID KEY
                   DELETE RECUR RECORD
                       INVALID KEY
                           DISPLAY "ERROR DELETING CHARGE. STATUS: "
                                   FS-RECUR-STATUS
                   END-DELETE
           END-READ.
      *----------------------------------------------------------------*
       0300-END                        SECTION.
           CLOSE RECUR.

      *----------------------------------------------------------------*
      *================================================================*
