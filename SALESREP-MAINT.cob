       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.SALESREP-MAINT.
      *================================================================*
      *    AUTHOR      : NATAN BOANAFINA.                              *
      *    ENTERPRISE  : NOT APPLICABLE                                *
      *    PROFESSOR   : IVAN PETRUCCI                                 *
      *    DATE        : 15/10/2026                                    *
      *                                                                *
      *----------------------------------------------------------------*
      *    PURPOSE     : INTERACTIVE ADD/CHANGE/DELETE MAINTENANCE OF  *
      *    SALESREP.DAT, KEYED ON THE SALES REP ID. EACH REP CARRIES A *
      *    NAME, THE COMMISSION PERCENT PAID ON THE NET VALUE OF THE   *
      *    REP'S CLIENTS' INVOICES, AND UP TO FIVE PRODUCT TAX CLASSES *
      *    PAID AT A PERCENT OF THEIR OWN. CLIENTS ARE ASSIGNED TO A   *
      *    REP IN CLIENTS-MAINT; COMMISSION-RUN WORKS OUT THE          *
      *    COMMISSION EACH MONTH. A REP IS NOT DELETED WHILE ANY       *
      *    CLIENT ON CLIENTES.DAT IS STILL ASSIGNED TO IT: THE         *
      *    DELETE IS REFUSED AND EVERY SUCH CLIENT IS LISTED.          *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
      *    DDNAME                 I/O                 COPY/BOOK        *
      *    SALES-REP              I-O                     -            *
      *    CLIENTS                I                       -            *
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
      *   DD_SALESREP_DD TO POINT SALESREP.DAT AT ANOTHER PATH WITHOUT
      *   RECOMPILING; WITH NO OVERRIDE IT OPENS A FILE NAMED
      *   SALESREP_DD IN THE WORKING DIRECTORY.
      *=================================================================
      *                    SELECT SALESREP.DAT
      *=================================================================
           SELECT SALES-REP ASSIGN TO "SALESREP_DD"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS RG-SALESREP-ID
                              FILE STATUS IS FS-SALES-REP-STATUS.

      *=================================================================
      *                    SELECT CLIENTES.DAT
      *=================================================================
           SELECT CLIENTS ASSIGN TO "CLIENTS_DD"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS RG-CLIENTS-ID
                              FILE STATUS IS FS-CLIENTS-STATUS.

      *----------------------------------------------------------------*
      *================================================================*
      *----------------------------------------------------------------*
       DATA                            DIVISION.
       FILE                            SECTION.
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

      **================== FD CLIENTS BEGINNING =======================*
      *    SAME LAYOUT AS CLIENTS-MAINT; ONLY THE REP ID IS USED HERE.
       FD  CLIENTS.
       01  RG-CLIENTS.
           05 RG-CLIENTS-ID        PIC 9(05).
           05 RG-CLIENTS-NAME      PIC X(20).
           05 RG-CLIENTS-CREDIT-LIMIT PIC 9(08)V99.
           05 RG-CLIENTS-TERMS     PIC X(04).
           05 RG-CLIENTS-DELIVERY  PIC X(01).
           05 RG-CLIENTS-REP-ID    PIC 9(03).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(047) VALUE
           "========== WORKING-STORAGE BEGINNING ==========".

      *----------------------------------------------------------------*
       01  FILLER          PIC X(047) VALUE
           "============ FILE-STATUS BEGINNING ============".
      *----------------------------------------------------------------*
       77  FS-SALES-REP-STATUS     PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTS-STATUS       PIC 9(02) VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ ERROR MESSAGES BEGINNING ============".
      *----------------------------------------------------------------*
       77  WRK-OPEN-ERR-SALES-REP PIC X(30)
           VALUE "SALES-REP FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-CLIENTS  PIC X(30)
           VALUE "CLIENTS FILE WAS NOT OPENED!".
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ WORK FIELDS BEGINNING ===============".
      *----------------------------------------------------------------*
       77  WRK-OPTION            PIC X(01) VALUE SPACES.
       77  WRK-CLASS-IDX         PIC 9(01) VALUE ZEROS.
       77  WRK-PCT-OK            PIC X(01) VALUE "N".
           88 PCT-OK                    VALUE "Y".
       77  WRK-DEL-ID            PIC 9(03) VALUE ZEROS.
       77  WRK-REF-COUNT         PIC 9(05) VALUE ZEROS.
       77  WRK-EOF-REF           PIC X(01) VALUE "N".
           88 END-OF-REF               VALUE "Y".
       77  WRK-EDIT-COUNT        PIC ZZZZ9.
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
           OPEN I-O SALES-REP.
           IF FS-SALES-REP-STATUS EQUAL 35
              OPEN OUTPUT SALES-REP
              CLOSE SALES-REP
              OPEN I-O SALES-REP
           END-IF.
           IF FS-SALES-REP-STATUS NOT EQUAL 00
              DISPLAY WRK-OPEN-ERR-SALES-REP
              DISPLAY "STATUS: " FS-SALES-REP-STATUS
              GOBACK
           END-IF.
      *----------------------------------------------------------------*
       0200-PROCESS                    SECTION.
           PERFORM 0210-DISPLAY-MENU.
           PERFORM 0220-ACCEPT-OPTION.
           EVALUATE WRK-OPTION
               WHEN "1" PERFORM 0230-ADD-REP
               WHEN "2" PERFORM 0240-CHANGE-REP
               WHEN "3" PERFORM 0250-DELETE-REP
               WHEN "4" CONTINUE
               WHEN OTHER DISPLAY "INVALID OPTION, TRY AGAIN."
           END-EVALUATE.
      *----------------------------------------------------------------*
       0290-PROCESS-HELPERS             SECTION.
       0210-DISPLAY-MENU.
           DISPLAY "=================================================".
           DISPLAY "        SALES REP MAINTENANCE - SALESREP.DAT      ".
           DISPLAY "=================================================".
           DISPLAY "1 - ADD SALES REP".
           DISPLAY "2 - CHANGE SALES REP".
           DISPLAY "3 - DELETE SALES REP".
           DISPLAY "4 - EXIT".
           DISPLAY "=================================================".
      *----------------------------------------------------------------*
       0220-ACCEPT-OPTION.
           DISPLAY "OPTION: " WITH NO ADVANCING.
           ACCEPT WRK-OPTION.
      *----------------------------------------------------------------*
       0225-ACCEPT-KEY.
           DISPLAY "SALES REP ID: " WITH NO ADVANCING.
           ACCEPT RG-SALESREP-ID.
      *----------------------------------------------------------------*
       0230-ADD-REP.
           PERFORM 0225-ACCEPT-KEY.
           READ SALES-REP KEY IS RG-SALESREP-ID
               INVALID KEY
                   DISPLAY "REP NAME    : " WITH NO ADVANCING
                   ACCEPT RG-SALESREP-NAME
                   PERFORM 0235-ACCEPT-RATES
                   WRITE RG-SALESREP
                       INVALID KEY
                           DISPLAY "ERROR ADDING SALES REP. STATUS: "
                                   FS-SALES-REP-STATUS
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY "SALES REP ALREADY EXISTS!"
           END-READ.
      *----------------------------------------------------------------*
      *    THE GENERAL PERCENT FIRST, THEN THE FIVE CLASS SLOTS. A
      *    BLANK CLASS LEAVES ITS SLOT UNUSED WITH A ZERO PERCENT, SO
      *    A CHANGE CAN ALSO CLEAR A CLASS RATE.
       0235-ACCEPT-RATES.
           MOVE "N" TO WRK-PCT-OK.
           PERFORM 0236-ACCEPT-COMM-PCT UNTIL PCT-OK.
           PERFORM 0237-ACCEPT-CLASS
               VARYING WRK-CLASS-IDX FROM 1 BY 1
               UNTIL WRK-CLASS-IDX GREATER THAN 5.
      *----------------------------------------------------------------*
       0236-ACCEPT-COMM-PCT.
           DISPLAY "COMMISSION %: " WITH NO ADVANCING.
           ACCEPT RG-SALESREP-COMM-PCT.
           IF RG-SALESREP-COMM-PCT NUMERIC
              MOVE "Y" TO WRK-PCT-OK
           ELSE
              DISPLAY "PERCENT MUST BE NUMERIC, TRY AGAIN."
           END-IF.
      *----------------------------------------------------------------*
       0237-ACCEPT-CLASS.
           DISPLAY "TAX CLASS " WRK-CLASS-IDX " (BLANK=NONE): "
                   WITH NO ADVANCING.
           ACCEPT RG-SALESREP-CLASS (WRK-CLASS-IDX).
           MOVE ZEROS TO RG-SALESREP-CLASS-PCT (WRK-CLASS-IDX).
           IF RG-SALESREP-CLASS (WRK-CLASS-IDX) NOT EQUAL SPACES
              MOVE "N" TO WRK-PCT-OK
              PERFORM 0238-ACCEPT-CLASS-PCT UNTIL PCT-OK
           END-IF.
      *----------------------------------------------------------------*
       0238-ACCEPT-CLASS-PCT.
           DISPLAY "CLASS " RG-SALESREP-CLASS (WRK-CLASS-IDX)
                   " COMMISSION %: " WITH NO ADVANCING.
           ACCEPT RG-SALESREP-CLASS-PCT (WRK-CLASS-IDX).
           IF RG-SALESREP-CLASS-PCT (WRK-CLASS-IDX) NUMERIC
              MOVE "Y" TO WRK-PCT-OK
           ELSE
              DISPLAY "PERCENT MUST BE NUMERIC, TRY AGAIN."
           END-IF.
      *----------------------------------------------------------------*
       0240-CHANGE-REP.
           PERFORM 0225-ACCEPT-KEY.
           READ SALES-REP KEY IS RG-SALESREP-ID
               INVALID KEY
                   DISPLAY "SALES REP NOT FOUND!"
               NOT INVALID KEY
                   DISPLAY "NEW NAME    : " WITH NO ADVANCING
                   ACCEPT RG-SALESREP-NAME
                   PERFORM 0235-ACCEPT-RATES
                   REWRITE RG-SALESREP
                       INVALID KEY
                           DISPLAY "ERROR UPDATING SALES REP. STATUS: "
                                   FS-SALES-REP-STATUS
                   END-REWRITE
           END-READ.
      *----------------------------------------------------------------*
       0250-DELETE-REP.
           PERFORM 0225-ACCEPT-KEY.
           READ SALES-REP KEY IS RG-SALESREP-ID
               INVALID KEY
                   DISPLAY "SALES REP NOT FOUND!"
               NOT INVALID KEY
                   MOVE RG-SALESREP-ID TO WRK-DEL-ID
                   MOVE ZEROS TO WRK-REF-COUNT
                   PERFORM 0251-CHECK-CLIENTS
                   IF WRK-REF-COUNT GREATER THAN ZEROS
                      MOVE WRK-REF-COUNT TO WRK-EDIT-COUNT
                      DISPLAY "SALES REP NOT DELETED - " WRK-EDIT-COUNT
                              " RECORD(S) STILL REFERENCE IT."
                   ELSE
                      DELETE SALES-REP RECORD
                          INVALID KEY
                              DISPLAY "ERROR DELETING SALES REP. "
                                      "STATUS: " FS-SALES-REP-STATUS
                      END-DELETE
                   END-IF
           END-READ.
      *----------------------------------------------------------------*
      *    CLIENTS ARE KEYED ON THE CLIENT ID, SO EVERY CLIENT IS READ
      *    TO FIND THE REP. A FILE THAT IS NOT ON HAND HOLDS NOTHING,
      *    BUT ONE THAT CANNOT BE OPENED COUNTS AS A REFERENCE: A REP
      *    IS NEVER DELETED UNCHECKED.
       0251-CHECK-CLIENTS.
           OPEN INPUT CLIENTS.
           IF FS-CLIENTS-STATUS NOT EQUAL 35
              IF FS-CLIENTS-STATUS NOT EQUAL 00
                 DISPLAY WRK-OPEN-ERR-CLIENTS
                 DISPLAY "STATUS: " FS-CLIENTS-STATUS
                 ADD 1 TO WRK-REF-COUNT
              ELSE
                 MOVE "N" TO WRK-EOF-REF
                 PERFORM 0252-READ-CLIENTS
                 PERFORM UNTIL END-OF-REF
                     IF RG-CLIENTS-REP-ID EQUAL WRK-DEL-ID
                        PERFORM 0253-LIST-HEADING
                        DISPLAY "  CLIENTES.DAT  CLIENT "
                                RG-CLIENTS-ID " " RG-CLIENTS-NAME
                     END-IF
                     PERFORM 0252-READ-CLIENTS
                 END-PERFORM
                 CLOSE CLIENTS
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0252-READ-CLIENTS.
           READ CLIENTS NEXT RECORD
               AT END
                   MOVE "Y" TO WRK-EOF-REF
           END-READ.
      *----------------------------------------------------------------*
      *    THE HEADING GOES OUT ONCE, AHEAD OF THE FIRST REFERENCE.
       0253-LIST-HEADING.
           IF WRK-REF-COUNT EQUAL ZEROS
              DISPLAY "SALES REP " WRK-DEL-ID
                      " IS STILL REFERENCED BY:"
           END-IF.
           ADD 1 TO WRK-REF-COUNT.
      *----------------------------------------------------------------*
       0300-END                        SECTION.
           CLOSE SALES-REP.

      *----------------------------------------------------------------*
      *================================================================*
