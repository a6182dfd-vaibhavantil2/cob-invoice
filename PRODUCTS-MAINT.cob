      *    PURPOSE     : INTERACTIVE ADD/CHANGE/DELETE MAINTENANCE OF  *
      *    PRODUCTS.DAT, KEYED ON RG-PRODUCTS-CODE. THE LIST PRICE     *
      *    KEPT HERE IS THE REFERENCE INVOICE-PROG VALIDATES EVERY     *
      *    COMPRAS.DAT PRICE AGAINST. A PRODUCT IS NOT DELETED WHILE   *
      *    CONTRACTS ON CONTRACT.DAT, RECURRING CHARGES ON RECUR.DAT   *
      *    OR UNBILLED REJECTS ON NF-REJECT.DAT STILL CARRY ITS CODE:  *
      *    THE DELETE IS REFUSED AND EVERY SUCH RECORD IS LISTED.      *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
      *    DDNAME                 I/O                 COPY/BOOK        *
      *    PRODUCTS               I-O                     -            *
      *    CONTRACT                I                      -            *
      *    RECUR                   I                      -            *
      *    REJECT                  I                      -            *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
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
      *                    SELECT RECUR.DAT
      *=================================================================
           SELECT RECUR ASSIGN TO "RECUR_DD"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS RG-RECUR-KEY
                              FILE STATUS IS FS-RECUR-STATUS.

      *=================================================================
      *                    SELECT NF-REJECT.DAT
      *=================================================================
           SELECT REJECT ASSIGN TO "REJECT_DD"
                              FILE STATUS IS FS-REJECT-STATUS.

      *----------------------------------------------------------------*
      *================================================================*
      *----------------------------------------------------------------*
      *    WRITTEN BEFORE THE CLASS EXISTED READ BACK BLANK.
           05 RG-PRODUCTS-TAX-CLASS  PIC X(02).

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

      **================== FD REJECT BEGINNING ========================*
       FD  REJECT.
       01  RG-REJECT.
           05 RG-REJECT-ID         PIC 9(05).
           05 RG-REJECT-ID-CLI     PIC 9(05).
           05 RG-REJECT-PROD       PIC X(15).
           05 RG-REJECT-PRICE      PIC 9(08)V99.
           05 RG-REJECT-DATE       PIC 9(08).
           05 RG-REJECT-REASON     PIC X(20).
           05 RG-REJECT-QTY        PIC 9(05).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
           "============ FILE-STATUS BEGINNING ============".
      *----------------------------------------------------------------*
       77  FS-PRODUCTS-STATUS      PIC 9(02) VALUE ZEROS.
       77  FS-CONTRACT-STATUS      PIC 9(02) VALUE ZEROS.
       77  FS-RECUR-STATUS         PIC 9(02) VALUE ZEROS.
       77  FS-REJECT-STATUS        PIC 9(02) VALUE ZEROS.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ ERROR MESSAGES BEGINNING ============".
      *----------------------------------------------------------------*
       77  WRK-OPEN-ERR-PRODUCTS PIC X(30)
           VALUE "PRODUCTS FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-CONTRACT PIC X(30)
           VALUE "CONTRACT FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-RECUR    PIC X(30)
           VALUE "RECUR FILE WAS NOT OPENED!".
       77  WRK-OPEN-ERR-REJECT   PIC X(30)
           VALUE "REJECT FILE WAS NOT OPENED!".
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ WORK FIELDS BEGINNING ===============".
      *----------------------------------------------------------------*
       77  WRK-OPTION            PIC X(01) VALUE SPACES.
      *----------------------------------------------------------------*
       01  FILLER          PIC X(050) VALUE
           "============ REFERENCE CHECK BEGINNING ===========".
      *----------------------------------------------------------------*
      *    RECORDS ON OTHER FILES STILL CARRYING THE PRODUCT CODE THAT
      *    IS ABOUT TO BE DELETED. ANY COUNT ABOVE ZERO REFUSES THE
      *    DELETE.
       77  WRK-DEL-CODE          PIC X(15) VALUE SPACES.
       77  WRK-REF-COUNT         PIC 9(05) VALUE ZEROS.
       77  WRK-EOF-REF           PIC X(01) VALUE "N".
           88 END-OF-REF               VALUE "Y".
       77  WRK-EDIT-COUNT        PIC ZZZZ9.
      *================================================================*
      *----------------------------------------------------------------*
      *================================================================*
               INVALID KEY
                   DISPLAY "PRODUCT NOT FOUND!"
               NOT INVALID KEY
                   MOVE RG-PRODUCTS-CODE TO WRK-DEL-CODE
                   MOVE ZEROS TO WRK-REF-COUNT
                   PERFORM 0251-CHECK-CONTRACT
                   PERFORM 0256-CHECK-RECUR
                   PERFORM 0253-CHECK-REJECT
                   IF WRK-REF-COUNT GREATER THAN ZEROS
                      MOVE WRK-REF-COUNT TO WRK-EDIT-COUNT
                      DISPLAY "PRODUCT NOT DELETED - " WRK-EDIT-COUNT
                              " RECORD(S) STILL REFERENCE IT."
                   ELSE
                      DELETE PRODUCTS RECORD
                          INVALID KEY
                              DISPLAY "ERROR DELETING PRODUCT. STATUS: "
                                      FS-PRODUCTS-STATUS
                      END-DELETE
                   END-IF
           END-READ.
      *----------------------------------------------------------------*
      *    CONTRACTS ARE KEYED CLIENT FIRST, SO EVERY CONTRACT IS
      *    READ TO FIND THE PRODUCT. A FILE THAT IS NOT ON HAND HOLDS
      *    NOTHING, BUT ONE THAT CANNOT BE OPENED COUNTS AS A
      *    REFERENCE: A PRODUCT IS NEVER DELETED UNCHECKED.
       0251-CHECK-CONTRACT.
           OPEN INPUT CONTRACT.
           IF FS-CONTRACT-STATUS NOT EQUAL 35
              IF FS-CONTRACT-STATUS NOT EQUAL 00
                 DISPLAY WRK-OPEN-ERR-CONTRACT
                 DISPLAY "STATUS: " FS-CONTRACT-STATUS
                 ADD 1 TO WRK-REF-COUNT
              ELSE
                 MOVE "N" TO WRK-EOF-REF
                 PERFORM 0252-READ-CONTRACT
                 PERFORM UNTIL END-OF-REF
                     IF RG-CONTRACT-PROD EQUAL WRK-DEL-CODE
                        PERFORM 0255-LIST-HEADING
                        DISPLAY "  CONTRACT.DAT  CLIENT "
                                RG-CONTRACT-ID-CLI
                     END-IF
                     PERFORM 0252-READ-CONTRACT
                 END-PERFORM
                 CLOSE CONTRACT
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0252-READ-CONTRACT.
           READ CONTRACT NEXT RECORD
               AT END
                   MOVE "Y" TO WRK-EOF-REF
           END-READ.
      *----------------------------------------------------------------*
      *    EVERY LINE ON NF-REJECT.DAT IS UNBILLED: REJECT-RECYCLE
      *    CARRIES FORWARD ONLY THE REJECTS IT COULD NOT RE-BILL.
       0253-CHECK-REJECT.
           OPEN INPUT REJECT.
           IF FS-REJECT-STATUS NOT EQUAL 35
              IF FS-REJECT-STATUS NOT EQUAL 00
                 DISPLAY WRK-OPEN-ERR-REJECT
                 DISPLAY "STATUS: " FS-REJECT-STATUS
                 ADD 1 TO WRK-REF-COUNT
              ELSE
                 MOVE "N" TO WRK-EOF-REF
                 PERFORM 0254-READ-REJECT
                 PERFORM UNTIL END-OF-REF
                     IF RG-REJECT-PROD EQUAL WRK-DEL-CODE
                        PERFORM 0255-LIST-HEADING
                        DISPLAY "  NF-REJECT.DAT CLIENT "
                                RG-REJECT-ID-CLI " DATED "
                                RG-REJECT-DATE " " RG-REJECT-REASON
                     END-IF
                     PERFORM 0254-READ-REJECT
                 END-PERFORM
                 CLOSE REJECT
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0254-READ-REJECT.
           READ REJECT
               AT END
                   MOVE "Y" TO WRK-EOF-REF
           END-READ.
      *----------------------------------------------------------------*
      *    THE HEADING GOES OUT ONCE, AHEAD OF THE FIRST REFERENCE.
       0255-LIST-HEADING.
           IF WRK-REF-COUNT EQUAL ZEROS
              DISPLAY "PRODUCT " WRK-DEL-CODE
                      " IS STILL REFERENCED BY:"
           END-IF.
           ADD 1 TO WRK-REF-COUNT.
      *----------------------------------------------------------------*
      *    RECURRING CHARGES ARE KEYED CLIENT FIRST TOO, SO EVERY
      *    CHARGE IS READ TO FIND THE PRODUCT. EVERY CHARGE COUNTS,
      *    ENDED OR NOT, AS EVERY CONTRACT DOES.
       0256-CHECK-RECUR.
           OPEN INPUT RECUR.
           IF FS-RECUR-STATUS NOT EQUAL 35
              IF FS-RECUR-STATUS NOT EQUAL 00
                 DISPLAY WRK-OPEN-ERR-RECUR
                 DISPLAY "STATUS: " FS-RECUR-STATUS
                 ADD 1 TO WRK-REF-COUNT
              ELSE
                 MOVE "N" TO WRK-EOF-REF
                 PERFORM 0257-READ-RECUR
                 PERFORM UNTIL END-OF-REF
                     IF RG-RECUR-PROD EQUAL WRK-DEL-CODE
                        PERFORM 0255-LIST-HEADING
                        DISPLAY "  RECUR.DAT     CLIENT "
                                RG-RECUR-ID-CLI " NEXT "
                                RG-RECUR-NEXT-DATE
                     END-IF
                     PERFORM 0257-READ-RECUR
                 END-PERFORM
                 CLOSE RECUR
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       0257-READ-RECUR.
           READ RECUR NEXT RECORD
               AT END
                   MOVE "Y" TO WRK-EOF-REF
           END-READ.
      *----------------------------------------------------------------*
       0300-END                        SECTION.
