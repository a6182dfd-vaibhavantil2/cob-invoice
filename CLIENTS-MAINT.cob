      *    BEFORE AND AFTER IMAGE OF RG-CLIENTS -- TO CLIAUDIT.DAT.    *
      *    THE PROGRAM REFUSES TO RUN IF THE AUDIT FILE CANNOT BE      *
      *    OPENED: UNAUDITED MAINTENANCE IS NOT ALLOWED.               *
      *    THE CLIENT'S PAYMENT TERMS CODE IS CHECKED AGAINST          *
      *    TERMS.DAT WHEN THAT FILE IS ON HAND; A BLANK CODE MEANS DUE *
      *    ON THE INVOICE DATE. THE INVOICE DELIVERY METHOD -- PAPER,  *
      *    ELECTRONIC OR BOTH -- DECIDES WHETHER INVOICE-PRINT PRINTS  *
      *    THE CLIENT'S INVOICES, INVOICE-EXPORT EXPORTS THEM, OR      *
      *    BOTH. THE CLIENT'S SALES REP, WHO EARNS THE COMMISSION ON   *
      *    ITS INVOICES, IS CHECKED AGAINST SALESREP.DAT WHEN THAT     *
      *    FILE IS ON HAND; ZERO MEANS NO REP. A CLIENT IS NOT         *
      *    DELETED WHILE IT STILL HAS OPEN ITEMS ON AROPEN.DAT,        *
      *    CONTRACTS ON CONTRACT.DAT, RECURRING CHARGES ON RECUR.DAT   *
      *    OR HELD INVOICES ON NF-HOLD.DAT:                            *
      *    THE DELETE IS REFUSED AND EVERY RECORD STILL CARRYING THE   *
      *    CLIENT ID IS LISTED, SO NOTHING IS LEFT POINTING AT A       *
      *    CLIENT THAT IS NO LONGER ON FILE.                           *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
      *    DDNAME                 I/O                 COPY/BOOK        *
      *    CLIENTS                I-O                     -            *
      *    CLI-AUDIT               O (EXTEND)             -            *
      *    TERMS                   I                      -            *
      *    SALES-REP               I                      -            *
      *    AR-OPEN                 I                      -            *
      *    CONTRACT                I                      -            *
      *    RECUR                   I                      -            *
      *    HOLD                    I                      -            *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
           SELECT CLI-AUDIT ASSIGN TO "CLIAUDIT_DD"
                              FILE STATUS IS FS-CLI-AUDIT-STATUS.

      *=================================================================
      *                    SELECT TERMS.DAT
      *=================================================================
           SELECT TERMS ASSIGN TO "TERMS_DD"
                              FILE STATUS IS FS-TERMS-STATUS.

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
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS RG-AROPEN-ID
                              FILE STATUS IS FS-AR-OPEN-STATUS.

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
      *                    SELECT NF-HOLD.DAT
      *=================================================================
           SELECT HOLD ASSIGN TO "NFHOLD_DD"
                              FILE STATUS IS FS-HOLD-STATUS.

      *----------------------------------------------------------------*
      *================================================================*
      *----------------------------------------------------------------*
      *    WRITTEN BEFORE THE LIMIT EXISTED READS BACK AS ZERO AND
      *    KEEPS BILLING EXACTLY AS BEFORE.
           05 RG-CLIENTS-CREDIT-LIMIT PIC 9(08)V99.
      *    PAYMENT TERMS CODE ON TERMS.DAT; BLANK ON OLDER RECORDS,
      *    WHICH ARE DUE ON THE INVOICE DATE AS BEFORE.
           05 RG-CLIENTS-TERMS     PIC X(04).
      *    INVOICE DELIVERY: "P" PAPER, "E" ELECTRONIC ONLY, "B" BOTH.
      *    BLANK ON OLDER RECORDS, WHICH ARE PRINTED AS BEFORE.
           05 RG-CLIENTS-DELIVERY  PIC X(01).
      *    SALES REP ON SALESREP.DAT WHO EARNS COMMISSION ON THE
      *    CLIENT'S INVOICES. ZERO (OR BLANK ON OLDER RECORDS) WHEN
      *    NO REP IS ASSIGNED.
           05 RG-CLIENTS-REP-ID    PIC 9(03).

      **================== FD CLI-AUDIT BEGINNING =====================*
       FD  CLI-AUDIT.
           05 RG-AUDIT-TIME        PIC 9(08).
           05 RG-AUDIT-OPERATOR    PIC X(08).
           05 RG-AUDIT-ACTION      PIC X(01).
           05 RG-AUDIT-BEFORE      PIC X(43).
           05 RG-AUDIT-AFTER       PIC X(43).

      **================== FD TERMS BEGINNING =========================*
      *    ONE RECORD PER PAYMENT TERMS CODE: THE NET DAYS FROM
      *    INVOICE DATE TO DUE DATE, AND AN OPTIONAL EARLY-PAYMENT
      *    DISCOUNT PERCENT EARNED BY PAYING WITHIN THE DISCOUNT DAYS.
      *    LOADED INTO A WORKING-STORAGE TABLE AT START-UP, AS THE TAX
      *    RATES ARE. A SHOP WITH NO TERMS.DAT YET, OR A CLIENT WITH A
      *    BLANK OR UNKNOWN CODE, IS DUE ON THE INVOICE DATE WITH NO
      *    DISCOUNT -- EXACTLY THE OLD BEHAVIOUR.
       FD  TERMS.
       01  RG-TERMS.
           05 RG-TERMS-CODE        PIC X(04).
           05 RG-TERMS-NET-DAYS    PIC 9(03).
           05 RG-TERMS-DISC-PCT    PIC 9(02)V99.
           05 RG-TERMS-DISC-DAYS   PIC 9(03).
           05 RG-TERMS-DESC        PIC X(20).

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

      **================== FD CONTRACT BEGINNING ======================*
       FD  CONTRACT.
       01  RG-CONTRACT.
           05 RG-CONTRACT-KEY.
              10 RG-CONTRACT-ID-CLI PIC 9(05).
              10 RG-CONTRACT-PROD   PIC X(15).
           05 RG-CONTRACT-PRICE    PIC 9(08)V99.

      **================== FD RECUR BEGINNING =========================*
      *    RECURRING CHARGES (SEE RECUR-MAINT), KEYED CLIENT FIRST.
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

      **================== FD HOLD BEGINNING ==========================*
       FD  HOLD.
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

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  FS-CLIENTS-STATUS       PIC 9(02) VALUE ZEROS.
       77  FS-CLI-AUDIT-STATUS     PIC 9(02) VALUE ZEROS.
       77  FS-TERMS-STATUS         PIC 9(02) VALUE ZEROS.
       77  FS-SALES-REP-STATUS     PIC 9(02) VALUE ZEROS.
       77  FS-AR-OPEN-STATUS       PIC 9(02) VALUE ZEROS.
       77  FS-CONTRACT-STATUS      PIC 9(02) VALUE ZEROS.
       77  FS-RECUR-STATUS         PIC 9(02) VALUE ZEROS.
       77  FS-HOLD-STATUS          PIC 9(02) VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ ERROR MESSAGES BEGINNING ============".
           VALUE "CLIENTS FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-CLI-AUDIT PIC X(30)
           VALUE "AUDIT FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-TERMS    PIC X(30)
           VALUE "TERMS FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-SALES-REP PIC X(30)
           VALUE "SALES-REP FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-AR-OPEN  PIC X(30)
           VALUE "AR-OPEN FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-CONTRACT PIC X(30)
           VALUE "CONTRACT FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-RECUR    PIC X(30)
           VALUE "RECUR FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-HOLD     PIC X(30)
           VALUE "HOLD FILE WAS NOT OPENED!".
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ WORK FIELDS BEGINNING ===============".
      *----------------------------------------------------------------*
       77  WRK-OPTION            PIC X(01) VALUE SPACES.
       77  WRK-OPERATOR-ID       PIC X(08) VALUE SPACES.
       77  WRK-BEFORE-IMAGE      PIC X(43) VALUE SPACES.
       77  WRK-AFTER-IMAGE       PIC X(43) VALUE SPACES.
       77  WRK-AUDIT-ACTION      PIC X(01) VALUE SPACES.
       77  WRK-TERMS-OK          PIC X(01) VALUE "N".
           88 TERMS-OK                  VALUE "Y".
       77  WRK-DELIVERY-OK       PIC X(01) VALUE "N".
           88 DELIVERY-OK               VALUE "Y".
       77  WRK-REP-OK            PIC X(01) VALUE "N".
           88 REP-OK                    VALUE "Y".
       77  WRK-SALESREP-ON-FILE  PIC X(01) VALUE "N".
           88 SALESREP-ON-FILE          VALUE "Y".
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ REFERENCE CHECK BEGINNING ===========".
      *----------------------------------------------------------------*
      *    RECORDS ON OTHER FILES STILL CARRYING THE CLIENT ID THAT IS
      *    ABOUT TO BE DELETED. ANY COUNT ABOVE ZERO REFUSES THE DELETE.
       77  WRK-DEL-ID            PIC 9(05) VALUE ZEROS.
       77  WRK-REF-COUNT         PIC 9(05) VALUE ZEROS.
       77  WRK-EOF-REF           PIC X(01) VALUE "N".
           88 END-OF-REF               VALUE "Y".
       77  WRK-EDIT-BALANCE      PIC -Z,ZZZ,ZZZ,ZZ9.99.
       77  WRK-EDIT-COUNT        PIC ZZZZ9.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ TERMS TABLE BEGINNING ===============".
      *----------------------------------------------------------------*
       77  WRK-EOF-TERMS        PIC X(01) VALUE "N".
           88 END-OF-TERMS             VALUE "Y".
       77  WRK-TERMS-COUNT      PIC 9(03) VALUE ZEROS.
       77  WRK-TERMS-IDX        PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-TERMS        PIC 9(03) VALUE 50.
       77  WRK-TERMS-FOUND      PIC X(01) VALUE "N".
           88 TERMS-FOUND              VALUE "Y".
       77  WRK-TERMS-KEY        PIC X(04) VALUE SPACES.
       77  WRK-NET-DAYS         PIC 9(03) VALUE ZEROS.
       77  WRK-DISC-PCT         PIC 9(02)V99 VALUE ZEROS.
       77  WRK-DISC-DAYS        PIC 9(03) VALUE ZEROS.
       01  WRK-TERMS-TAB.
           05 WRK-TERMS-ENTRY OCCURS 50 TIMES
                               INDEXED BY WRK-TERMS-TAB-IDX.
              10 WRK-TERMS-CODE      PIC X(04).
              10 WRK-TERMS-NET-DAYS  PIC 9(03).
              10 WRK-TERMS-DISC-PCT  PIC 9(02)V99.
              10 WRK-TERMS-DISC-DAYS PIC 9(03).
      *================================================================*
      *----------------------------------------------------------------*
      *================================================================*
       0100-INIT                       SECTION.
           PERFORM 0110-SIGN-ON
               UNTIL WRK-OPERATOR-ID NOT EQUAL SPACES.
           PERFORM 0120-LOAD-TERMS.
           PERFORM 0130-OPEN-SALES-REP.
           OPEN I-O CLIENTS.
           IF FS-CLIENTS-STATUS EQUAL 35
              OPEN OUTPUT CLIENTS
           IF WRK-OPERATOR-ID EQUAL SPACES
              DISPLAY "OPERATOR ID IS REQUIRED."
           END-IF.
      *----------------------------------------------------------------*
      *    TERMS.DAT IS OPTIONAL: NOT ON FILE MEANS EVERY INVOICE IS
      *    DUE ON ITS OWN DATE WITH NO DISCOUNT, AS BEFORE TERMS.
       0120-LOAD-TERMS.
           OPEN INPUT TERMS.
           IF FS-TERMS-STATUS NOT EQUAL 35
              IF FS-TERMS-STATUS NOT EQUAL 00
                 DISPLAY WRK-OPEN-ERR-TERMS
                 DISPLAY "STATUS: " FS-TERMS-STATUS
                 GOBACK
              END-IF
              PERFORM 0125-READ-TERMS
              PERFORM UNTIL END-OF-TERMS
                  IF WRK-TERMS-COUNT LESS THAN WRK-MAX-TERMS
                     ADD 1 TO WRK-TERMS-COUNT
                     SET WRK-TERMS-TAB-IDX TO WRK-TERMS-COUNT
                     MOVE RG-TERMS-CODE
                       TO WRK-TERMS-CODE (WRK-TERMS-TAB-IDX)
                     MOVE RG-TERMS-NET-DAYS
                       TO WRK-TERMS-NET-DAYS (WRK-TERMS-TAB-IDX)
                     MOVE RG-TERMS-DISC-PCT
                       TO WRK-TERMS-DISC-PCT (WRK-TERMS-TAB-IDX)
                     MOVE RG-TERMS-DISC-DAYS
                       TO WRK-TERMS-DISC-DAYS (WRK-TERMS-TAB-IDX)
                  ELSE
                     DISPLAY "WARNING: TERMS TABLE FULL, CODE "
                             RG-TERMS-CODE " IGNORED."
                  END-IF
                  PERFORM 0125-READ-TERMS
              END-PERFORM
              CLOSE TERMS
           END-IF.
      *----------------------------------------------------------------*
       0125-READ-TERMS.
           READ TERMS
               AT END
                   MOVE "Y" TO WRK-EOF-TERMS
           END-READ.
      *----------------------------------------------------------------*
      *    SALESREP.DAT IS OPTIONAL TOO: A SHOP THAT DOES NOT PAY
      *    COMMISSION HAS NO REPS TO CHECK AGAINST, AND THE REP ID IS
      *    THEN TAKEN AS KEYED.
       0130-OPEN-SALES-REP.
           OPEN INPUT SALES-REP.
           IF FS-SALES-REP-STATUS NOT EQUAL 35
              IF FS-SALES-REP-STATUS NOT EQUAL 00
                 DISPLAY WRK-OPEN-ERR-SALES-REP
                 DISPLAY "STATUS: " FS-SALES-REP-STATUS
                 GOBACK
              END-IF
              MOVE "Y" TO WRK-SALESREP-ON-FILE
           END-IF.
      *----------------------------------------------------------------*
       0200-PROCESS                    SECTION.
           PERFORM 0210-DISPLAY-MENU.
                   ACCEPT RG-CLIENTS-NAME
                   DISPLAY "CREDIT LIMIT (0=NONE): " WITH NO ADVANCING
                   ACCEPT RG-CLIENTS-CREDIT-LIMIT
                   MOVE "N" TO WRK-TERMS-OK
                   PERFORM 0235-ACCEPT-TERMS UNTIL TERMS-OK
                   MOVE "N" TO WRK-DELIVERY-OK
                   PERFORM 0237-ACCEPT-DELIVERY UNTIL DELIVERY-OK
                   MOVE "N" TO WRK-REP-OK
                   PERFORM 0238-ACCEPT-REP UNTIL REP-OK
                   WRITE RG-CLIENTS
                       INVALID KEY
                           DISPLAY "ERROR ADDING CLIENT. STATUS: "
               NOT INVALID KEY
                   DISPLAY "CLIENT ID ALREADY EXISTS!"
           END-READ.
      *----------------------------------------------------------------*
      *    A BLANK CODE IS ALWAYS ACCEPTED. ANY OTHER CODE MUST BE ON
      *    TERMS.DAT; WITH NO TERMS.DAT LOADED THERE IS NOTHING TO
      *    CHECK AGAINST AND THE CODE IS TAKEN AS KEYED.
       0235-ACCEPT-TERMS.
           DISPLAY "TERMS CODE (BLANK=DUE ON INVOICE DATE): "
                   WITH NO ADVANCING.
           ACCEPT RG-CLIENTS-TERMS.
           IF RG-CLIENTS-TERMS EQUAL SPACES
              OR WRK-TERMS-COUNT EQUAL ZEROS
              MOVE "Y" TO WRK-TERMS-OK
           ELSE
              MOVE RG-CLIENTS-TERMS TO WRK-TERMS-KEY
              PERFORM 0236-FIND-TERMS
              IF TERMS-FOUND
                 MOVE "Y" TO WRK-TERMS-OK
              ELSE
                 DISPLAY "TERMS CODE NOT ON TERMS.DAT, TRY AGAIN."
              END-IF
           END-IF.
      *----------------------------------------------------------------*
      *    LOOKS WRK-TERMS-KEY UP IN THE TERMS TABLE. A BLANK OR
      *    UNKNOWN CODE LEAVES NET DAYS, DISCOUNT PERCENT AND DISCOUNT
      *    DAYS AT ZERO: DUE ON THE INVOICE DATE, NO DISCOUNT.
       0236-FIND-TERMS.
           MOVE "N" TO WRK-TERMS-FOUND.
           MOVE ZEROS TO WRK-NET-DAYS.
           MOVE ZEROS TO WRK-DISC-PCT.
           MOVE ZEROS TO WRK-DISC-DAYS.
           PERFORM VARYING WRK-TERMS-IDX FROM 1 BY 1
                     UNTIL WRK-TERMS-IDX > WRK-TERMS-COUNT
               SET WRK-TERMS-TAB-IDX TO WRK-TERMS-IDX
               IF WRK-TERMS-KEY NOT EQUAL SPACES
                  AND WRK-TERMS-CODE (WRK-TERMS-TAB-IDX)
                      EQUAL WRK-TERMS-KEY
                  MOVE "Y" TO WRK-TERMS-FOUND
                  MOVE WRK-TERMS-NET-DAYS (WRK-TERMS-TAB-IDX)
                    TO WRK-NET-DAYS
                  MOVE WRK-TERMS-DISC-PCT (WRK-TERMS-TAB-IDX)
                    TO WRK-DISC-PCT
                  MOVE WRK-TERMS-DISC-DAYS (WRK-TERMS-TAB-IDX)
                    TO WRK-DISC-DAYS
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *    A BLANK ANSWER IS TAKEN AS PAPER, THE ONLY DELIVERY THERE
      *    WAS BEFORE THE EXPORT, SO IT IS STORED AS "P".
       0237-ACCEPT-DELIVERY.
           DISPLAY "DELIVERY (P=PAPER E=ELECTRONIC B=BOTH): "
                   WITH NO ADVANCING.
           ACCEPT RG-CLIENTS-DELIVERY.
           IF RG-CLIENTS-DELIVERY EQUAL SPACES
              MOVE "P" TO RG-CLIENTS-DELIVERY
           END-IF.
           IF RG-CLIENTS-DELIVERY EQUAL "P" OR "E" OR "B"
              MOVE "Y" TO WRK-DELIVERY-OK
           ELSE
              DISPLAY "DELIVERY MUST BE P, E OR B, TRY AGAIN."
           END-IF.
      *----------------------------------------------------------------*
      *    ZERO (OR A BLANK ANSWER) LEAVES THE CLIENT WITHOUT A REP.
      *    ANY OTHER ID MUST BE ON SALESREP.DAT WHEN THAT FILE EXISTS.
       0238-ACCEPT-REP.
           DISPLAY "SALES REP ID (0=NONE): " WITH NO ADVANCING.
           ACCEPT RG-CLIENTS-REP-ID.
           IF RG-CLIENTS-REP-ID NOT NUMERIC
              DISPLAY "SALES REP ID MUST BE NUMERIC, TRY AGAIN."
           ELSE
              IF RG-CLIENTS-REP-ID EQUAL ZEROS
                 OR NOT SALESREP-ON-FILE
                 MOVE "Y" TO WRK-REP-OK
              ELSE
                 MOVE RG-CLIENTS-REP-ID TO RG-SALESREP-ID
                 READ SALES-REP KEY IS RG-SALESREP-ID
                     INVALID KEY
                         DISPLAY "SALES REP NOT ON SALESREP.DAT, "
                                 "TRY AGAIN."
                     NOT INVALID KEY
                         DISPLAY "SALES REP  : " RG-SALESREP-NAME
                         MOVE "Y" TO WRK-REP-OK
                 END-READ
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0240-CHANGE-CLIENT.
           DISPLAY "CLIENT ID  : " WITH NO ADVANCING.
                   DISPLAY "NEW CREDIT LIMIT (0=NONE): "
                           WITH NO ADVANCING
                   ACCEPT RG-CLIENTS-CREDIT-LIMIT
                   MOVE "N" TO WRK-TERMS-OK
                   PERFORM 0235-ACCEPT-TERMS UNTIL TERMS-OK
                   MOVE "N" TO WRK-DELIVERY-OK
                   PERFORM 0237-ACCEPT-DELIVERY UNTIL DELIVERY-OK
                   MOVE "N" TO WRK-REP-OK
                   PERFORM 0238-ACCEPT-REP UNTIL REP-OK
                   REWRITE RG-CLIENTS
                       INVALID KEY
                           DISPLAY "ERROR UPDATING CLIENT. STATUS: "
                   DISPLAY "CLIENT NOT FOUND!"
               NOT INVALID KEY
                   MOVE RG-CLIENTS TO WRK-BEFORE-IMAGE
                   MOVE RG-CLIENTS-ID TO WRK-DEL-ID
                   MOVE ZEROS TO WRK-REF-COUNT
                   PERFORM 0251-CHECK-AR-OPEN
                   PERFORM 0253-CHECK-CONTRACT
                   PERFORM 0258-CHECK-RECUR
                   PERFORM 0255-CHECK-HOLD
                   IF WRK-REF-COUNT GREATER THAN ZEROS
                      MOVE WRK-REF-COUNT TO WRK-EDIT-COUNT
                      DISPLAY "CLIENT NOT DELETED - " WRK-EDIT-COUNT
                              " RECORD(S) STILL REFERENCE IT."
                   ELSE
                      DELETE CLIENTS RECORD
                          INVALID KEY
                              DISPLAY "ERROR DELETING CLIENT. STATUS: "
                                      FS-CLIENTS-STATUS
                          NOT INVALID KEY
                              MOVE "D" TO WRK-AUDIT-ACTION
                              MOVE SPACES TO WRK-AFTER-IMAGE
                              PERFORM 0260-WRITE-AUDIT
                      END-DELETE
                   END-IF
           END-READ.
      *----------------------------------------------------------------*
      *    AROPEN.DAT IS KEYED ON THE DOCUMENT NUMBER, SO THE WHOLE
      *    FILE IS READ FOR THE CLIENT'S ITEMS. ONLY ITEMS STILL OPEN
      *    STOP THE DELETE; CLOSED HISTORY DOES NOT. A FILE THAT IS
      *    NOT ON HAND HOLDS NOTHING, BUT ONE THAT CANNOT BE OPENED
      *    COUNTS AS A REFERENCE: A CLIENT IS NEVER DELETED UNCHECKED.
       0251-CHECK-AR-OPEN.
           OPEN INPUT AR-OPEN.
           IF FS-AR-OPEN-STATUS NOT EQUAL 35
              IF FS-AR-OPEN-STATUS NOT EQUAL 00
                 DISPLAY WRK-OPEN-ERR-AR-OPEN
                 DISPLAY "STATUS: " FS-AR-OPEN-STATUS
                 ADD 1 TO WRK-REF-COUNT
              ELSE
                 MOVE "N" TO WRK-EOF-REF
                 PERFORM 0252-READ-AR-OPEN
                 PERFORM UNTIL END-OF-REF
                     IF RG-AROPEN-ID-CLI EQUAL WRK-DEL-ID
                        AND RG-AROPEN-STATUS NOT EQUAL "C"
                        PERFORM 0257-LIST-HEADING
                        MOVE RG-AROPEN-BALANCE TO WRK-EDIT-BALANCE
                        DISPLAY "  AROPEN.DAT   OPEN ITEM "
                                RG-AROPEN-ID " BALANCE "
                                WRK-EDIT-BALANCE
                     END-IF
                     PERFORM 0252-READ-AR-OPEN
                 END-PERFORM
                 CLOSE AR-OPEN
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0252-READ-AR-OPEN.
           READ AR-OPEN NEXT RECORD
               AT END
                   MOVE "Y" TO WRK-EOF-REF
           END-READ.
      *----------------------------------------------------------------*
      *    CONTRACTS ARE KEYED CLIENT FIRST, SO THE CLIENT'S RANGE
      *    IS REACHED DIRECTLY AND READ UNTIL THE CLIENT ID CHANGES.
       0253-CHECK-CONTRACT.
           OPEN INPUT CONTRACT.
           IF FS-CONTRACT-STATUS NOT EQUAL 35
              IF FS-CONTRACT-STATUS NOT EQUAL 00
                 DISPLAY WRK-OPEN-ERR-CONTRACT
                 DISPLAY "STATUS: " FS-CONTRACT-STATUS
                 ADD 1 TO WRK-REF-COUNT
              ELSE
                 MOVE "N" TO WRK-EOF-REF
                 MOVE WRK-DEL-ID TO RG-CONTRACT-ID-CLI
                 MOVE LOW-VALUES TO RG-CONTRACT-PROD
                 START CONTRACT KEY IS NOT LESS THAN RG-CONTRACT-KEY
                     INVALID KEY
                         MOVE "Y" TO WRK-EOF-REF
                 END-START
                 IF NOT END-OF-REF
                    PERFORM 0254-READ-CONTRACT
                 END-IF
                 PERFORM UNTIL END-OF-REF
                     PERFORM 0257-LIST-HEADING
                     DISPLAY "  CONTRACT.DAT PRODUCT   "
                             RG-CONTRACT-PROD
                     PERFORM 0254-READ-CONTRACT
                 END-PERFORM
                 CLOSE CONTRACT
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0254-READ-CONTRACT.
           READ CONTRACT NEXT RECORD
               AT END
                   MOVE "Y" TO WRK-EOF-REF
           END-READ.
           IF NOT END-OF-REF
              AND RG-CONTRACT-ID-CLI NOT EQUAL WRK-DEL-ID
              MOVE "Y" TO WRK-EOF-REF
           END-IF.
      *----------------------------------------------------------------*
      *    A HELD INVOICE IS LISTED ONCE, BY ITS HEADER; ITS DETAIL
      *    LINES GO WITH IT.
       0255-CHECK-HOLD.
           OPEN INPUT HOLD.
           IF FS-HOLD-STATUS NOT EQUAL 35
              IF FS-HOLD-STATUS NOT EQUAL 00
                 DISPLAY WRK-OPEN-ERR-HOLD
                 DISPLAY "STATUS: " FS-HOLD-STATUS
                 ADD 1 TO WRK-REF-COUNT
              ELSE
                 MOVE "N" TO WRK-EOF-REF
                 PERFORM 0256-READ-HOLD
                 PERFORM UNTIL END-OF-REF
                     IF RG-HOLD-ID-CLI EQUAL WRK-DEL-ID
                        AND RG-HOLD-TYPE NOT EQUAL "D"
                        PERFORM 0257-LIST-HEADING
                        DISPLAY "  NF-HOLD.DAT  INVOICE   "
                                RG-HOLD-ID " DATED " RG-HOLD-DATE
                     END-IF
                     PERFORM 0256-READ-HOLD
                 END-PERFORM
                 CLOSE HOLD
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0256-READ-HOLD.
           READ HOLD
               AT END
                   MOVE "Y" TO WRK-EOF-REF
           END-READ.
      *----------------------------------------------------------------*
      *    THE HEADING GOES OUT ONCE, AHEAD OF THE FIRST REFERENCE.
       0257-LIST-HEADING.
           IF WRK-REF-COUNT EQUAL ZEROS
              DISPLAY "CLIENT " WRK-DEL-ID " IS STILL REFERENCED BY:"
           END-IF.
           ADD 1 TO WRK-REF-COUNT.
      *----------------------------------------------------------------*
      *    RECURRING CHARGES ARE KEYED CLIENT FIRST, AS CONTRACTS ARE.
      *    EVERY CHARGE COUNTS, ENDED OR NOT: RECUR-GEN WOULD OTHERWISE
      *    BE LEFT BILLING A CLIENT THAT IS NO LONGER ON FILE.
       0258-CHECK-RECUR.
           OPEN INPUT RECUR.
           IF FS-RECUR-STATUS NOT EQUAL 35
              IF FS-RECUR-STATUS NOT EQUAL 00
                 DISPLAY WRK-OPEN-ERR-RECUR
                 DISPLAY "STATUS: " FS-RECUR-STATUS
                 ADD 1 TO WRK-REF-COUNT
              ELSE
                 MOVE "N" TO WRK-EOF-REF
                 MOVE WRK-DEL-ID TO RG-RECUR-ID-CLI
                 MOVE LOW-VALUES TO RG-RECUR-PROD
                 START RECUR KEY IS NOT LESS THAN RG-RECUR-KEY
                     INVALID KEY
                         MOVE "Y" TO WRK-EOF-REF
                 END-START
                 IF NOT END-OF-REF
                    PERFORM 0259-READ-RECUR
                 END-IF
                 PERFORM UNTIL END-OF-REF
                     PERFORM 0257-LIST-HEADING
                     DISPLAY "  RECUR.DAT    PRODUCT   "
                             RG-RECUR-PROD " NEXT "
                             RG-RECUR-NEXT-DATE
                     PERFORM 0259-READ-RECUR
                 END-PERFORM
                 CLOSE RECUR
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0259-READ-RECUR.
           READ RECUR NEXT RECORD
               AT END
                   MOVE "Y" TO WRK-EOF-REF
           END-READ.
           IF NOT END-OF-REF
              AND RG-RECUR-ID-CLI NOT EQUAL WRK-DEL-ID
              MOVE "Y" TO WRK-EOF-REF
           END-IF.
      *----------------------------------------------------------------*
      *    ONE AUDIT RECORD PER SUCCESSFUL ACTION. A FAILED AUDIT
      *    WRITE ENDS THE SESSION AT ONCE -- MAINTENANCE MUST NEVER
       0300-END                        SECTION.
           CLOSE CLIENTS.
           CLOSE CLI-AUDIT.
           IF SALESREP-ON-FILE
              CLOSE SALES-REP
           END-IF.

      *----------------------------------------------------------------*
      *================================================================*
