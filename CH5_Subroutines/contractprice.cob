       IDENTIFICATION DIVISION.
       PROGRAM-ID. contractprice.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Callable contract-price lookup - wholesale accounts have
       *> negotiated prices and volume breaks that used to be applied
       *> by hand with credit memos after the invoice posted. Both
       *> programs that price a line (fixed.cob at invoice time,
       *> orderentry.cob while the customer is on the phone) CALL
       *> this with the customer, product, quantity and date before
       *> falling back to list, so the two can never disagree.
       *> CustomerPrices.dat (Copybooks/custprice.cpy, maintained by
       *> custpricemaint.cob) is opened on the first CALL and held
       *> open for the rest of the run unless the caller CANCELs
       *> this. Result in LkContractFound:
       *>   Y - a contract in force on the date covers this quantity;
       *>       its price is in LkContractPrice
       *>   N - no contract, not yet in force, expired, or the
       *>       quantity is below every break - price at list
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PriceFile ASSIGN TO "CustomerPrices.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS CpKey
                  FILE STATUS IS WSPriceStatus.

       DATA DIVISION.
       FILE SECTION.
       FD PriceFile.
       COPY custprice.

       WORKING-STORAGE SECTION.
       01 WSPriceStatus   PIC XX.
       01 WSOpened        PIC X VALUE 'N'.
              88 FileOpened      VALUE 'Y'.
       01 WSFileUp        PIC X VALUE 'N'.
              88 PriceFileAvailable VALUE 'Y'.
       01 WSTierIdx       PIC 9.
       01 WSBestMinQty    PIC 9(3).

       LINKAGE SECTION.
       01 LkCustID         PIC X(8).
       01 LkProduct        PIC X(5).
       01 LkQty            PIC 9(3).
       01 LkPriceDate      PIC 9(8).
       01 LkContractPrice  PIC 9(4)V99.
       01 LkContractFound  PIC X.

       PROCEDURE DIVISION USING LkCustID, LkProduct, LkQty,
           LkPriceDate, LkContractPrice, LkContractFound.
       Main.
           IF NOT FileOpened
              PERFORM OpenPriceFile
           END-IF.
           MOVE 'N' TO LkContractFound.
           MOVE ZERO TO LkContractPrice.
           IF PriceFileAvailable
              AND LkCustID IS NUMERIC
              AND LkQty IS NUMERIC
              MOVE LkCustID TO CpCustID
              MOVE LkProduct TO CpProduct
              READ PriceFile
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF CpEffDate NOT > LkPriceDate
                         AND (CpExpiryDate = ZERO
                              OR CpExpiryDate NOT < LkPriceDate)
                         PERFORM PickPriceBreak
                      END-IF
              END-READ
           END-IF.
           GOBACK.

       *> No file is no contracts - everyone pays list, exactly the
       *> old behaviour. Anything other than not-there is reported
       *> once, since a damaged file means customers are overcharged.
       OpenPriceFile.
           SET FileOpened TO TRUE.
           OPEN INPUT PriceFile.
           IF WSPriceStatus = "00"
              SET PriceFileAvailable TO TRUE
           ELSE
              IF WSPriceStatus NOT = "35"
                 DISPLAY "contractprice: CustomerPrices.dat "
                     "unavailable - status " WSPriceStatus
                     " - lines price at list"
              END-IF
           END-IF.

       *> The highest break the quantity reaches wins, whatever
       *> order the tiers were keyed in
       PickPriceBreak.
           MOVE ZERO TO WSBestMinQty.
           PERFORM VARYING WSTierIdx FROM 1 BY 1
               UNTIL WSTierIdx > 4
               IF CpMinQty(WSTierIdx) > ZERO
                  AND CpMinQty(WSTierIdx) NOT > LkQty
                  AND CpMinQty(WSTierIdx) > WSBestMinQty
                  AND CpPrice(WSTierIdx) IS NUMERIC
                  MOVE CpMinQty(WSTierIdx) TO WSBestMinQty
                  MOVE CpPrice(WSTierIdx) TO LkContractPrice
                  MOVE 'Y' TO LkContractFound
               END-IF
           END-PERFORM.
