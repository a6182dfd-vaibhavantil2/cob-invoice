      *    PICKS A SELECTION -- A DATE RANGE, A SINGLE CLIENT ID, OR   *
      *    THE WHOLE FILE -- AND EACH MATCHING ACTION IS LISTED WITH   *
      *    ITS DATE, TIME, OPERATOR, ACTION CODE AND THE BEFORE AND    *
      *    AFTER IMAGE OF THE CLIENT RECORD. CLIENT-MERGE WRITES ITS   *
      *    CHANGES TO THE SAME FILE UNDER ACTION "M".                  *
      *                                                                *
      *----------------------------------------------------------------*
      *    FILES       :                                               *
      *    THE IMAGES CARRY THE FULL RG-CLIENTS RECORD INCLUDING THE
      *    CREDIT LIMIT; RECORDS WRITTEN BEFORE THE LIMIT EXISTED READ
      *    BACK WITH A BLANK (NON-NUMERIC) LIMIT AREA, WHICH THE
      *    LISTING PRINTS AS-IS. THE PAYMENT TERMS CODE FOLLOWS THE
      *    LIMIT AND IS BLANK ON IMAGES WRITTEN BEFORE TERMS EXISTED;
      *    THE INVOICE DELIVERY METHOD (P/E/B) FOLLOWS THE TERMS CODE,
      *    AND THE SALES REP ID FOLLOWS THE DELIVERY METHOD.
      *    A MERGE ("M") LEAVES TWO RECORDS: THE SURVIVING CLIENT BEFORE
      *    AND AFTER, AND THE MERGED-AWAY CLIENT WITH THE SURVIVOR AS
      *    ITS AFTER IMAGE.
       FD  CLI-AUDIT.
       01  RG-AUDIT.
           05 RG-AUDIT-DATE        PIC 9(08).
              10 RG-AUDIT-BEF-ID   PIC 9(05).
              10 RG-AUDIT-BEF-NAME PIC X(20).
              10 RG-AUDIT-BEF-LIMIT PIC 9(08)V99.
              10 RG-AUDIT-BEF-TERMS PIC X(04).
              10 RG-AUDIT-BEF-DELIVERY PIC X(01).
              10 RG-AUDIT-BEF-REP-ID PIC 9(03).
           05 RG-AUDIT-AFTER.
              10 RG-AUDIT-AFT-ID   PIC 9(05).
              10 RG-AUDIT-AFT-NAME PIC X(20).
              10 RG-AUDIT-AFT-LIMIT PIC 9(08)V99.
              10 RG-AUDIT-AFT-TERMS PIC X(04).
              10 RG-AUDIT-AFT-DELIVERY PIC X(01).
              10 RG-AUDIT-AFT-REP-ID PIC 9(03).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
               WHEN "A" MOVE "ADD   " TO WRK-ACTION-DESC
               WHEN "C" MOVE "CHANGE" TO WRK-ACTION-DESC
               WHEN "D" MOVE "DELETE" TO WRK-ACTION-DESC
               WHEN "M" MOVE "MERGE " TO WRK-ACTION-DESC
               WHEN OTHER MOVE "??????" TO WRK-ACTION-DESC
           END-EVALUATE.
           DISPLAY RG-AUDIT-DATE " " RG-AUDIT-TIME " "
