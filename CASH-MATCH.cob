       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.CASH-MATCH.
      *================================================================*
      *    AUTHOR      : NATAN BOANAFINA.                              *
      *    ENTERPRISE  : NOT APPLICABLE                                *
      *    PROFESSOR   : IVAN PETRUCCI                                 *
      *    DATE        : 15/10/2026                                    *
      *                                                                *
      *----------------------------------------------------------------*
      *    PURPOSE     : INTERACTIVE MATCHING OF UNAPPLIED CASH. THE   *
      *    CREDIT CLERK WORKS THE SUSPENSE ITEMS CASH-APPLY WROTE TO   *
      *    CASHSUSP.DAT: AN ITEM IS APPLIED TO ONE CHOSEN OPEN INVOICE *
      *    ON AROPEN.DAT, SPLIT ACROSS SEVERAL, OR LEFT ON ACCOUNT     *
      *    AGAINST A CLIENT (WHERE AR-AGING SHOWS IT AS A CREDIT). AN  *
      *    ITEM LEFT ON ACCOUNT CAN STILL BE APPLIED LATER. EVERY      *
      *    ACTION WRITES A LOG RECORD -- DATE, TIME, OPERATOR SIGNED   *
      *    ON AT START-UP, ACTION, SUSPENSE ITEM, INVOICE AND AMOUNTS  *
      *    -- TO CASHLOG.DAT. THE PROGRAM REFUSES TO RUN IF THE LOG    *
      *    CANNOT BE OPENED, AS CLIENTS-MAINT DOES WITH ITS AUDIT.     *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
      *    DDNAME                 I/O                 COPY/BOOK        *
      *    SUSPENSE               I-O                     -            *
      *    AR-OPEN                I-O                     -            *
      *    CLIENTS                 I                      -            *
      *    CASH-LOG                O (EXTEND)             -            *
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
      *                    SELECT CASHSUSP.DAT
      *=================================================================
           SELECT SUSPENSE ASSIGN TO "SUSPENSE_DD"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS RG-SUSP-ID
                              FILE STATUS IS FS-SUSPENSE-STATUS.

      *=================================================================
      *                    SELECT AROPEN.DAT
      *=================================================================
           SELECT AR-OPEN ASSIGN TO "AROPEN_DD"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS RG-AROPEN-ID
                              FILE STATUS IS FS-AR-OPEN-STATUS.

      *=================================================================
      *                    SELECT CLIENTES.DAT
      *=================================================================
           SELECT CLIENTS ASSIGN TO "CLIENTS_DD"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS RG-CLIENTS-ID
                              FILE STATUS IS FS-CLIENTS-STATUS.

      *=================================================================
      *                    SELECT CASHLOG.DAT
      *=================================================================
           SELECT CASH-LOG ASSIGN TO "CASHLOG_DD"
                              FILE STATUS IS FS-CASH-LOG-STATUS.

      *----------------------------------------------------------------*
      *================================================================*
      *----------------------------------------------------------------*
       DATA                            DIVISION.
       FILE                            SECTION.
      **================= FD SUSPENSE BEGINNING =======================*
      *    SAME LAYOUT CASH-APPLY WRITES. WHAT IS LEFT TO PLACE IS THE
      *    AMOUNT LESS THE APPLIED VALUE; STATUS "U" IS UNMATCHED,
      *    "A" LEFT ON ACCOUNT AGAINST RG-SUSP-ID-CLI, "C" CLEARED.
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

      **================== FD AR-OPEN BEGINNING =======================*
      *    SAME LAYOUT CASH-APPLY MAINTAINS; CASH PLACED HERE MOVES
      *    FROM OPEN BALANCE TO CASH APPLIED EXACTLY AS A MATCHED
      *    PAYMENT DOES IN THE BATCH.
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

      **================== FD CASH-LOG BEGINNING ======================*
      *    ACTION "I" = CASH APPLIED TO AN INVOICE, "A" = ITEM LEFT ON
      *    ACCOUNT. THE SUSPENSE VALUE LEFT AND THE INVOICE BALANCE
      *    ARE THE FIGURES AFTER THE ACTION.
       FD  CASH-LOG.
       01  RG-CASHLOG.
           05 RG-CASHLOG-DATE      PIC 9(08).
           05 RG-CASHLOG-TIME      PIC 9(08).
           05 RG-CASHLOG-OPERATOR  PIC X(08).
           05 RG-CASHLOG-ACTION    PIC X(01).
           05 RG-CASHLOG-SUSP-ID   PIC 9(07).
           05 RG-CASHLOG-ID-CLI    PIC 9(05).
           05 RG-CASHLOG-INV-ID    PIC 9(07).
           05 RG-CASHLOG-AMOUNT    PIC 9(08)V99.
           05 RG-CASHLOG-SUSP-LEFT PIC 9(08)V99.
           05 RG-CASHLOG-INV-BAL   PIC S9(10)V99.

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(047) VALUE
           "========== WORKING-STORAGE BEGINNING ==========".

      *----------------------------------------------------------------*
       01  FILLER          PIC X(047) VALUE
           "============ FILE-STATUS BEGINNING ============".
      *----------------------------------------------------------------*
       77  FS-SUSPENSE-STATUS      PIC 9(02) VALUE ZEROS.
       77  FS-AR-OPEN-STATUS       PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTS-STATUS       PIC 9(02) VALUE ZEROS.
       77  FS-CASH-LOG-STATUS      PIC 9(02) VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ ERROR MESSAGES BEGINNING ============".
      *----------------------------------------------------------------*
       77  WRK-OPEN-ERR-SUSPENSE PIC X(30)
           VALUE "SUSPENSE FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-AR-OPEN  PIC X(30)
           VALUE "AR-OPEN FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-CLIENTS  PIC X(30)
           VALUE "CLIENTS FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-CASH-LOG PIC X(30)
           VALUE "CASH-LOG FILE WAS NOT OPENED!".
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ WORK FIELDS BEGINNING ===============".
      *----------------------------------------------------------------*
       77  WRK-OPTION            PIC X(01) VALUE SPACES.
       77  WRK-OPERATOR-ID       PIC X(08) VALUE SPACES.
       77  WRK-ANSWER            PIC X(01) VALUE SPACES.
       77  WRK-SUSP-ID           PIC 9(07) VALUE ZEROS.
       77  WRK-INVOICE-ID        PIC 9(07) VALUE ZEROS.
       77  WRK-CLIENT-ID         PIC 9(05) VALUE ZEROS.
       77  WRK-EOF-SUSPENSE      PIC X(01) VALUE "N".
           88 END-OF-SUSPENSE          VALUE "Y".
       77  WRK-EOF-AR-OPEN       PIC X(01) VALUE "N".
           88 END-OF-AR-OPEN           VALUE "Y".
       77  WRK-ITEM-OK           PIC X(01) VALUE "N".
           88 ITEM-OK                  VALUE "Y".
       77  WRK-INVOICE-OK        PIC X(01) VALUE "N".
           88 INVOICE-OK               VALUE "Y".
       77  WRK-SPLIT-DONE        PIC X(01) VALUE "N".
           88 SPLIT-DONE               VALUE "Y".
       77  WRK-SUSP-LEFT         PIC 9(08)V99 VALUE ZEROS.
       77  WRK-APPLY-AMOUNT      PIC 9(08)V99 VALUE ZEROS.
       77  WRK-LOG-ACTION        PIC X(01) VALUE SPACES.
       77  WRK-TODAY             PIC 9(08) VALUE ZEROS.
       77  WRK-LISTED-CNT        PIC 9(07) VALUE ZEROS.
       77  WRK-LISTED-TOTAL      PIC S9(12)V99 VALUE ZEROS.
       77  WRK-EDIT-VALUE        PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
       77  WRK-EDIT-LEFT         PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
       77  WRK-STATUS-DESC       PIC X(10) VALUE SPACES.
       77  WRK-SUSP-OLD-STATUS   PIC X(01) VALUE SPACES.
       77  WRK-SUSP-OLD-UPD-DATE PIC 9(08) VALUE ZEROS.
       77  WRK-POST-FAILED-CNT   PIC 9(07) VALUE ZEROS.
      *================================================================*
      *----------------------------------------------------------------*
      *================================================================*
       PROCEDURE                       DIVISION.
      *----------------------------------------------------------------*
           PERFORM 0100-INIT.
           PERFORM 0200-PROCESS UNTIL WRK-OPTION EQUAL "5".
           PERFORM 0300-END.
           STOP RUN.
      *----------------------------------------------------------------*
       0100-INIT                       SECTION.
           PERFORM 0110-SIGN-ON
               UNTIL WRK-OPERATOR-ID NOT EQUAL SPACES.
      *    THE SUSPENSE FILE IS CREATED BY CASH-APPLY; BEFORE ITS
      *    FIRST UNMATCHED PAYMENT THERE IS SIMPLY NOTHING TO WORK.
           OPEN I-O SUSPENSE.
           IF FS-SUSPENSE-STATUS EQUAL 35
              DISPLAY "NO UNAPPLIED CASH ON FILE - NOTHING TO MATCH."
              GOBACK
           END-IF.
           IF FS-SUSPENSE-STATUS NOT EQUAL 00
              DISPLAY WRK-OPEN-ERR-SUSPENSE
              DISPLAY "STATUS: " FS-SUSPENSE-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O AR-OPEN.
           IF FS-AR-OPEN-STATUS NOT EQUAL 00
              DISPLAY WRK-OPEN-ERR-AR-OPEN
              DISPLAY "STATUS: " FS-AR-OPEN-STATUS
              DISPLAY "RUN THE CASH APPLICATION FIRST."
              CLOSE SUSPENSE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT CLIENTS.
           IF FS-CLIENTS-STATUS NOT EQUAL 00
              DISPLAY WRK-OPEN-ERR-CLIENTS
              DISPLAY "STATUS: " FS-CLIENTS-STATUS
              CLOSE SUSPENSE
              CLOSE AR-OPEN
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
      *    EVERY MOVEMENT OF CASH OUT OF SUSPENSE MUST BE TRACEABLE,
      *    SO THE PROGRAM WILL NOT RUN WITHOUT THE LOG. CASHLOG.DAT IS
      *    CUMULATIVE AND ALWAYS EXTENDED, CREATED EMPTY ON FIRST USE.
           OPEN EXTEND CASH-LOG.
           IF FS-CASH-LOG-STATUS EQUAL 35
              OPEN OUTPUT CASH-LOG
              CLOSE CASH-LOG
              OPEN EXTEND CASH-LOG
           END-IF.
           IF FS-CASH-LOG-STATUS NOT EQUAL 00
              DISPLAY WRK-OPEN-ERR-CASH-LOG
              DISPLAY "STATUS: " FS-CASH-LOG-STATUS
              CLOSE SUSPENSE
              CLOSE AR-OPEN
              CLOSE CLIENTS
              MOVE 8 TO RETURN-CODE
              GOBACK
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
       0200-PROCESS                    SECTION.
           PERFORM 0210-DISPLAY-MENU.
           PERFORM 0220-ACCEPT-OPTION.
           EVALUATE WRK-OPTION
               WHEN "1" PERFORM 0230-LIST-SUSPENSE
               WHEN "2" PERFORM 0240-LIST-CLIENT-ITEMS
               WHEN "3" PERFORM 0250-APPLY-TO-INVOICES
               WHEN "4" PERFORM 0260-LEAVE-ON-ACCOUNT
               WHEN "5" CONTINUE
               WHEN OTHER DISPLAY "INVALID OPTION, TRY AGAIN."
           END-EVALUATE.
      *----------------------------------------------------------------*
       0290-PROCESS-HELPERS             SECTION.
       0210-DISPLAY-MENU.
           DISPLAY "=================================================".
           DISPLAY "        UNAPPLIED CASH MATCHING - CASHSUSP.DAT    ".
           DISPLAY "=================================================".
           DISPLAY "1 - LIST UNAPPLIED CASH".
           DISPLAY "2 - LIST OPEN ITEMS FOR A CLIENT".
           DISPLAY "3 - APPLY CASH TO INVOICE(S)".
           DISPLAY "4 - LEAVE CASH ON ACCOUNT".
           DISPLAY "5 - EXIT".
           DISPLAY "=================================================".
      *----------------------------------------------------------------*
       0220-ACCEPT-OPTION.
           DISPLAY "OPTION: " WITH NO ADVANCING.
           ACCEPT WRK-OPTION.
      *----------------------------------------------------------------*
      *    EVERY ITEM NOT YET CLEARED IS LISTED, UNMATCHED AND ON
      *    ACCOUNT ALIKE, WITH WHAT IS STILL LEFT TO PLACE.
       0230-LIST-SUSPENSE.
           MOVE ZEROS TO WRK-LISTED-CNT.
           MOVE ZEROS TO WRK-LISTED-TOTAL.
           MOVE "N" TO WRK-EOF-SUSPENSE.
           MOVE ZEROS TO RG-SUSP-ID.
           START SUSPENSE KEY IS NOT LESS THAN RG-SUSP-ID
               INVALID KEY
                   MOVE "Y" TO WRK-EOF-SUSPENSE
           END-START.
           PERFORM 0235-READ-NEXT-SUSPENSE UNTIL END-OF-SUSPENSE.
           DISPLAY "----------------------------------------------".
           MOVE WRK-LISTED-TOTAL TO WRK-EDIT-VALUE.
           DISPLAY "ITEMS LISTED: " WRK-LISTED-CNT
                   "  UNAPPLIED: " WRK-EDIT-VALUE.
      *----------------------------------------------------------------*
       0235-READ-NEXT-SUSPENSE.
           READ SUSPENSE NEXT RECORD
               AT END
                   MOVE "Y" TO WRK-EOF-SUSPENSE
               NOT AT END
                   IF RG-SUSP-STATUS NOT EQUAL "C"
                      PERFORM 0237-DISPLAY-SUSPENSE
                      ADD 1 TO WRK-LISTED-CNT
                      ADD WRK-SUSP-LEFT TO WRK-LISTED-TOTAL
                   END-IF
           END-READ.
      *----------------------------------------------------------------*
       0237-DISPLAY-SUSPENSE.
           COMPUTE WRK-SUSP-LEFT = RG-SUSP-AMOUNT - RG-SUSP-APPLIED.
           EVALUATE RG-SUSP-STATUS
               WHEN "U" MOVE "UNMATCHED " TO WRK-STATUS-DESC
               WHEN "A" MOVE "ON ACCOUNT" TO WRK-STATUS-DESC
               WHEN "C" MOVE "CLEARED   " TO WRK-STATUS-DESC
               WHEN OTHER MOVE "??????????" TO WRK-STATUS-DESC
           END-EVALUATE.
           MOVE RG-SUSP-AMOUNT TO WRK-EDIT-VALUE.
           MOVE WRK-SUSP-LEFT TO WRK-EDIT-LEFT.
           DISPLAY RG-SUSP-ID " " RG-SUSP-DATE " CLIENT "
                   RG-SUSP-ID-CLI " REF " RG-SUSP-REF-ID " "
                   WRK-STATUS-DESC.
           DISPLAY "    " RG-SUSP-REASON " PAID " WRK-EDIT-VALUE
                   " LEFT " WRK-EDIT-LEFT.
      *----------------------------------------------------------------*
      *    AROPEN.DAT IS KEYED ON THE INVOICE ID ONLY, SO A CLIENT'S
      *    OPEN ITEMS ARE FOUND BY READING THE WHOLE FILE THROUGH.
       0240-LIST-CLIENT-ITEMS.
           DISPLAY "CLIENT ID  : " WITH NO ADVANCING.
           ACCEPT WRK-CLIENT-ID.
           MOVE ZEROS TO WRK-LISTED-CNT.
           MOVE ZEROS TO WRK-LISTED-TOTAL.
           MOVE "N" TO WRK-EOF-AR-OPEN.
           MOVE ZEROS TO RG-AROPEN-ID.
           START AR-OPEN KEY IS NOT LESS THAN RG-AROPEN-ID
               INVALID KEY
                   MOVE "Y" TO WRK-EOF-AR-OPEN
           END-START.
           PERFORM 0245-READ-NEXT-AR-OPEN UNTIL END-OF-AR-OPEN.
           IF WRK-LISTED-CNT EQUAL ZEROS
              DISPLAY "NO OPEN ITEMS FOR THIS CLIENT!"
           ELSE
              DISPLAY "----------------------------------------------"
              MOVE WRK-LISTED-TOTAL TO WRK-EDIT-VALUE
              DISPLAY "OPEN ITEMS: " WRK-LISTED-CNT
                      "  OPEN BALANCE: " WRK-EDIT-VALUE
           END-IF.
      *----------------------------------------------------------------*
       0245-READ-NEXT-AR-OPEN.
           READ AR-OPEN NEXT RECORD
               AT END
                   MOVE "Y" TO WRK-EOF-AR-OPEN
               NOT AT END
                   IF RG-AROPEN-ID-CLI EQUAL WRK-CLIENT-ID
                      AND RG-AROPEN-STATUS EQUAL "O"
                      MOVE RG-AROPEN-BALANCE TO WRK-EDIT-VALUE
                      DISPLAY RG-AROPEN-ID " " RG-AROPEN-DATE " "
                              RG-AROPEN-NAME " BALANCE "
                              WRK-EDIT-VALUE
                      ADD 1 TO WRK-LISTED-CNT
                      ADD RG-AROPEN-BALANCE TO WRK-LISTED-TOTAL
                   END-IF
           END-READ.
      *----------------------------------------------------------------*
      *    ONE SUSPENSE ITEM MAY BE SPLIT ACROSS AS MANY INVOICES AS
      *    THE CLERK NAMES; THE SPLIT ENDS ON INVOICE ZERO OR WHEN
      *    NOTHING IS LEFT TO PLACE. WHATEVER IS NOT PLACED STAYS IN
      *    SUSPENSE WITH ITS STATUS UNCHANGED.
       0250-APPLY-TO-INVOICES.
           PERFORM 0270-GET-SUSPENSE-ITEM.
           IF ITEM-OK
              MOVE "N" TO WRK-SPLIT-DONE
              PERFORM 0252-APPLY-ONE-SPLIT UNTIL SPLIT-DONE
           END-IF.
      *----------------------------------------------------------------*
       0252-APPLY-ONE-SPLIT.
           MOVE WRK-SUSP-LEFT TO WRK-EDIT-LEFT.
           DISPLAY "LEFT TO APPLY   : " WRK-EDIT-LEFT.
           DISPLAY "INVOICE ID (0=DONE): " WITH NO ADVANCING.
           ACCEPT WRK-INVOICE-ID.
           IF WRK-INVOICE-ID EQUAL ZEROS
              MOVE "Y" TO WRK-SPLIT-DONE
           ELSE
              PERFORM 0254-GET-OPEN-INVOICE
              IF INVOICE-OK
                 PERFORM 0256-ACCEPT-AMOUNT
                 IF WRK-APPLY-AMOUNT GREATER THAN ZEROS
                    PERFORM 0258-POST-APPLICATION
                 END-IF
              END-IF
              IF WRK-SUSP-LEFT EQUAL ZEROS
                 DISPLAY "SUSPENSE ITEM FULLY APPLIED."
                 MOVE "Y" TO WRK-SPLIT-DONE
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *    ONLY AN OPEN ITEM CAN TAKE CASH. AN INVOICE OF ANOTHER
      *    CLIENT IS THE VERY MISTAKE THAT SENDS PAYMENTS TO SUSPENSE,
      *    SO IT IS ONLY ACCEPTED ON THE CLERK'S EXPLICIT CONFIRMATION.
       0254-GET-OPEN-INVOICE.
           MOVE "N" TO WRK-INVOICE-OK.
           MOVE WRK-INVOICE-ID TO RG-AROPEN-ID.
           READ AR-OPEN KEY IS RG-AROPEN-ID
               INVALID KEY
                   DISPLAY "INVOICE NOT ON AROPEN.DAT!"
               NOT INVALID KEY
                   IF RG-AROPEN-STATUS NOT EQUAL "O"
                      OR RG-AROPEN-BALANCE NOT GREATER THAN ZEROS
                      DISPLAY "INVOICE IS NOT OPEN!"
                   ELSE
                      MOVE "Y" TO WRK-INVOICE-OK
                   END-IF
           END-READ.
           IF INVOICE-OK
              MOVE RG-AROPEN-BALANCE TO WRK-EDIT-VALUE
              DISPLAY "INVOICE " RG-AROPEN-ID " " RG-AROPEN-NAME
                      " BALANCE " WRK-EDIT-VALUE
              IF RG-AROPEN-ID-CLI NOT EQUAL RG-SUSP-ID-CLI
                 DISPLAY "INVOICE BELONGS TO CLIENT " RG-AROPEN-ID-CLI
                         " NOT " RG-SUSP-ID-CLI
                 DISPLAY "APPLY ANYWAY (Y/N): " WITH NO ADVANCING
                 ACCEPT WRK-ANSWER
                 IF WRK-ANSWER NOT EQUAL "Y"
                    MOVE "N" TO WRK-INVOICE-OK
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *    ZERO TAKES AS MUCH AS FITS: THE LESSER OF WHAT IS LEFT IN
      *    SUSPENSE AND THE INVOICE BALANCE. THE CLERK MAY NOT PLACE
      *    MORE THAN EITHER -- AN OVERPAYMENT STAYS IN SUSPENSE.
       0256-ACCEPT-AMOUNT.
           DISPLAY "AMOUNT (0=ALL THAT FITS): " WITH NO ADVANCING.
           ACCEPT WRK-APPLY-AMOUNT.
           IF WRK-APPLY-AMOUNT EQUAL ZEROS
              IF WRK-SUSP-LEFT LESS THAN RG-AROPEN-BALANCE
                 MOVE WRK-SUSP-LEFT TO WRK-APPLY-AMOUNT
              ELSE
                 MOVE RG-AROPEN-BALANCE TO WRK-APPLY-AMOUNT
              END-IF
           END-IF.
           IF WRK-APPLY-AMOUNT GREATER THAN WRK-SUSP-LEFT
              DISPLAY "MORE THAN IS LEFT IN SUSPENSE!"
              MOVE ZEROS TO WRK-APPLY-AMOUNT
           END-IF.
           IF WRK-APPLY-AMOUNT GREATER THAN RG-AROPEN-BALANCE
              DISPLAY "MORE THAN THE INVOICE BALANCE!"
              MOVE ZEROS TO WRK-APPLY-AMOUNT
           END-IF.
      *----------------------------------------------------------------*
      *    THE SUSPENSE ITEM IS CHARGED FIRST, SO CASH NEVER REACHES
      *    AN INVOICE WITHOUT LEAVING SUSPENSE AND CANNOT BE MATCHED
      *    TWICE; A SUSPENSE ITEM WITH NOTHING LEFT IS CLEARED. THE
      *    OPEN ITEM IS THEN WORKED DOWN EXACTLY AS CASH-APPLY 0320
      *    DOES. IF THE INVOICE CANNOT BE UPDATED THE SUSPENSE ITEM IS
      *    PUT BACK AS IT WAS. A FAILED POSTING IS NOT LOGGED.
       0258-POST-APPLICATION.
           ACCEPT WRK-TODAY FROM DATE YYYYMMDD.
           MOVE RG-SUSP-STATUS TO WRK-SUSP-OLD-STATUS.
           MOVE RG-SUSP-UPD-DATE TO WRK-SUSP-OLD-UPD-DATE.
           ADD WRK-APPLY-AMOUNT TO RG-SUSP-APPLIED.
           SUBTRACT WRK-APPLY-AMOUNT FROM WRK-SUSP-LEFT.
           IF WRK-SUSP-LEFT EQUAL ZEROS
              MOVE "C" TO RG-SUSP-STATUS
           END-IF.
           MOVE WRK-TODAY TO RG-SUSP-UPD-DATE.
           REWRITE RG-SUSP
               INVALID KEY
                   DISPLAY "ERROR UPDATING SUSPENSE. STATUS: "
                           FS-SUSPENSE-STATUS
                   PERFORM 0259-POST-FAILED
           END-REWRITE.
           IF WRK-APPLY-AMOUNT GREATER THAN ZEROS
              ADD WRK-APPLY-AMOUNT TO RG-AROPEN-PAID
              SUBTRACT WRK-APPLY-AMOUNT FROM RG-AROPEN-BALANCE
              IF RG-AROPEN-BALANCE NOT GREATER THAN ZEROS
                 MOVE "C" TO RG-AROPEN-STATUS
                 MOVE RG-SUSP-DATE TO RG-AROPEN-CLOSE-DATE
              END-IF
              REWRITE RG-AROPEN
                  INVALID KEY
                      DISPLAY "ERROR UPDATING INVOICE. STATUS: "
                              FS-AR-OPEN-STATUS
                      PERFORM 0259-POST-FAILED
                      REWRITE RG-SUSP
                          INVALID KEY
                              DISPLAY "ERROR RESTORING SUSPENSE. "
                                      "STATUS: " FS-SUSPENSE-STATUS
                      END-REWRITE
              END-REWRITE
           END-IF.
           IF WRK-APPLY-AMOUNT GREATER THAN ZEROS
              MOVE "I" TO WRK-LOG-ACTION
              MOVE RG-AROPEN-ID TO RG-CASHLOG-INV-ID
              MOVE RG-AROPEN-ID-CLI TO RG-CASHLOG-ID-CLI
              MOVE RG-AROPEN-BALANCE TO RG-CASHLOG-INV-BAL
              PERFORM 0280-WRITE-LOG
           END-IF.
      *----------------------------------------------------------------*
      *    THE SUSPENSE ITEM IS RESTORED TO ITS IMAGE BEFORE THE
      *    POSTING, THE FAILURE IS COUNTED AND THE SESSION ENDS RC 8:
      *    THE FILES NEED LOOKING AT BEFORE ANY MORE CASH IS MATCHED.
       0259-POST-FAILED.
           SUBTRACT WRK-APPLY-AMOUNT FROM RG-SUSP-APPLIED.
           ADD WRK-APPLY-AMOUNT TO WRK-SUSP-LEFT.
           MOVE WRK-SUSP-OLD-STATUS TO RG-SUSP-STATUS.
           MOVE WRK-SUSP-OLD-UPD-DATE TO RG-SUSP-UPD-DATE.
           MOVE ZEROS TO WRK-APPLY-AMOUNT.
           ADD 1 TO WRK-POST-FAILED-CNT.
           MOVE 8 TO RETURN-CODE.
           MOVE "Y" TO WRK-SPLIT-DONE.
           MOVE "5" TO WRK-OPTION.
      *----------------------------------------------------------------*
      *    ONLY AN UNMATCHED ITEM GOES ON ACCOUNT. THE CLERK MAY MOVE
      *    IT TO THE CLIENT THE CASH REALLY CAME FROM -- A MISKEYED
      *    CLIENT IS ONE REASON IT WAS SUSPENDED -- BUT ONLY TO A
      *    CLIENT THAT EXISTS ON CLIENTES.DAT.
       0260-LEAVE-ON-ACCOUNT.
           PERFORM 0270-GET-SUSPENSE-ITEM.
           IF ITEM-OK AND RG-SUSP-STATUS NOT EQUAL "U"
              DISPLAY "ITEM IS ALREADY ON ACCOUNT!"
              MOVE "N" TO WRK-ITEM-OK
           END-IF.
           IF ITEM-OK
              DISPLAY "CLIENT (0=KEEP " RG-SUSP-ID-CLI "): "
                      WITH NO ADVANCING
              ACCEPT WRK-CLIENT-ID
              IF WRK-CLIENT-ID EQUAL ZEROS
                 MOVE RG-SUSP-ID-CLI TO WRK-CLIENT-ID
              END-IF
              MOVE WRK-CLIENT-ID TO RG-CLIENTS-ID
              READ CLIENTS KEY IS RG-CLIENTS-ID
                  INVALID KEY
                      DISPLAY "CLIENT NOT FOUND!"
                  NOT INVALID KEY
                      PERFORM 0265-POST-ON-ACCOUNT
              END-READ
           END-IF.
      *----------------------------------------------------------------*
       0265-POST-ON-ACCOUNT.
           ACCEPT WRK-TODAY FROM DATE YYYYMMDD.
           MOVE WRK-CLIENT-ID TO RG-SUSP-ID-CLI.
           MOVE "A" TO RG-SUSP-STATUS.
           MOVE WRK-TODAY TO RG-SUSP-UPD-DATE.
           REWRITE RG-SUSP
               INVALID KEY
                   DISPLAY "ERROR UPDATING SUSPENSE. STATUS: "
                           FS-SUSPENSE-STATUS
               NOT INVALID KEY
                   DISPLAY "LEFT ON ACCOUNT FOR " RG-CLIENTS-NAME
                   MOVE "A" TO WRK-LOG-ACTION
                   MOVE WRK-SUSP-LEFT TO WRK-APPLY-AMOUNT
                   MOVE ZEROS TO RG-CASHLOG-INV-ID
                   MOVE WRK-CLIENT-ID TO RG-CASHLOG-ID-CLI
                   MOVE ZEROS TO RG-CASHLOG-INV-BAL
                   PERFORM 0280-WRITE-LOG
           END-REWRITE.
      *----------------------------------------------------------------*
      *    A CLEARED ITEM HAS NOTHING LEFT TO PLACE AND IS REFUSED.
       0270-GET-SUSPENSE-ITEM.
           MOVE "N" TO WRK-ITEM-OK.
           DISPLAY "SUSPENSE ID: " WITH NO ADVANCING.
           ACCEPT WRK-SUSP-ID.
           MOVE WRK-SUSP-ID TO RG-SUSP-ID.
           READ SUSPENSE KEY IS RG-SUSP-ID
               INVALID KEY
                   DISPLAY "SUSPENSE ITEM NOT FOUND!"
               NOT INVALID KEY
                   PERFORM 0237-DISPLAY-SUSPENSE
                   IF RG-SUSP-STATUS EQUAL "C"
                      OR WRK-SUSP-LEFT NOT GREATER THAN ZEROS
                      DISPLAY "SUSPENSE ITEM IS ALREADY CLEARED!"
                   ELSE
                      MOVE "Y" TO WRK-ITEM-OK
                   END-IF
           END-READ.
      *----------------------------------------------------------------*
      *    ONE LOG RECORD PER SUCCESSFUL ACTION. A FAILED LOG WRITE
      *    ENDS THE SESSION AT ONCE, AS A FAILED AUDIT WRITE DOES IN
      *    CLIENTS-MAINT.
       0280-WRITE-LOG.
           ACCEPT RG-CASHLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT RG-CASHLOG-TIME FROM TIME.
           MOVE WRK-OPERATOR-ID TO RG-CASHLOG-OPERATOR.
           MOVE WRK-LOG-ACTION TO RG-CASHLOG-ACTION.
           MOVE RG-SUSP-ID TO RG-CASHLOG-SUSP-ID.
           MOVE WRK-APPLY-AMOUNT TO RG-CASHLOG-AMOUNT.
           MOVE WRK-SUSP-LEFT TO RG-CASHLOG-SUSP-LEFT.
           WRITE RG-CASHLOG.
           IF FS-CASH-LOG-STATUS NOT EQUAL 00
              DISPLAY "ERROR WRITING CASH LOG RECORD. STATUS: "
                      FS-CASH-LOG-STATUS
              MOVE "Y" TO WRK-SPLIT-DONE
              MOVE "5" TO WRK-OPTION
           END-IF.
      *----------------------------------------------------------------*
       0300-END                        SECTION.
           IF WRK-POST-FAILED-CNT GREATER THAN ZEROS
              DISPLAY "POSTINGS FAILED: " WRK-POST-FAILED-CNT
                      " - SESSION ENDED, CHECK THE FILES."
           END-IF.
           CLOSE SUSPENSE.
           CLOSE AR-OPEN.
           CLOSE CLIENTS.
           CLOSE CASH-LOG.

      *----------------------------------------------------------------*
      *================================================================*
