                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS IDNum
      *> NEW : alternate name key, LastName then FirstName -
      *> see Copybooks/custrec.cpy
                  ALTERNATE RECORD KEY IS CustNameKey
                      = LastName FirstName WITH DUPLICATES
      *> NEW : bill-to parent key, so a head office's branches
      *> can be found without walking the file
                  ALTERNATE RECORD KEY IS CustBillToID WITH DUPLICATES
      *> NEW : record-level locking so two clerks updating at once
      *> can't interleave REWRITEs - a busy record surfaces as FILE
      *> STATUS "99" and is handled with a message instead of quiet
              88 WantsUpdate    VALUE 'U' 'u'.
              88 WantsClose     VALUE 'C' 'c'.
              88 WantsDelete    VALUE 'D' 'd'.
              88 WantsMailFlag  VALUE 'R' 'r'.
              88 WantsEBilling  VALUE 'E' 'e'.
       *> NEW : city/state/postal agreement, as reported back by
       *> CH5_Subroutines/postalcheck.cob - 'N' means it couldn't be
       *> checked (nothing keyed, or no PostalCodes.dat) and passes
       01 WSPostalResult   PIC X.
              88 AddressAgrees   VALUE 'Y' 'N'.
       01 WSPostalReason   PIC X(40).
       *> NEW : the delivery method and address keyed for e-billing,
       *> held apart from the record until both are known to be good
       01 WSDeliveryEntry  PIC X.
              88 DeliveryKnown   VALUE 'P' 'E' 'F'.
              88 DeliveryNeedsAddress VALUE 'E' 'F'.
       01 WSEmailEntry     PIC X(40).
       01 WSAtCount        PIC 99.
       01 WSClearMail      PIC X VALUE 'N'.
              88 ClearMailFlag   VALUE 'Y' 'y'.
       01 WSContinueFlag   PIC X VALUE 'Y'.
              88 KeepGoing      VALUE 'Y'.
       *> NEW : set at sign-on - a menu session carries the operator's

       MaintainCustomer.
           DISPLAY "Current Name : " FirstName " " LastName.
           IF CustMailReturned
              DISPLAY "** Mail returned undeliverable - address "
                  "needs checking **"
           END-IF.
      *> NEW : (C)lose marks a customer dormant instead of only ever
      *> deleting them - see dormancyreport.cob for finding candidates
      *> NEW : (R)eturned mail sets or clears the returned-mail flag
      *> NEW : (E)-billing sets how invoices and statements are sent
           IF DeliverElectronic
              DISPLAY "Invoices and statements sent electronically "
                  "to " FUNCTION TRIM(CustEmail)
           END-IF.
           DISPLAY "(U)pdate, (C)lose, (D)elete, (R)eturned mail or "
               "(E)-billing for this customer? " WITH NO ADVANCING.
           ACCEPT WSChoice.
           EVALUATE TRUE
               WHEN WantsUpdate
                   DISPLAY "New Last Name " WITH NO ADVANCING
                   ACCEPT LastName
                   PERFORM UpdateContactDetails
                   PERFORM OfferClearMailFlag
      *> NEW : an update counts as activity, and reopens a previously
      *> closed account
                   SET CustActive TO TRUE
      *> custdelreview.cob
               WHEN WantsDelete
                   PERFORM QueueDeleteRequest
               WHEN WantsMailFlag
                   PERFORM ToggleMailFlag
               WHEN WantsEBilling
                   PERFORM SetDeliveryMethod
               WHEN OTHER
                   DISPLAY "No changes made"
           END-EVALUATE.
           IF WSContactEntry NOT = SPACES
              MOVE WSContactEntry TO CustStreet
           END-IF.
      *> NEW : city, state and postal code must agree with the
      *> PostalCodes.dat reference - on a mismatch the three are
      *> asked for again before anything is rewritten
           MOVE 'X' TO WSPostalResult.
           PERFORM UNTIL AddressAgrees
              PERFORM UpdateCityStatePostal
              CALL 'postalcheck' USING CustPostal, CustCity,
                  CustState, WSPostalResult, WSPostalReason
              END-CALL
              IF NOT AddressAgrees
                 DISPLAY WSPostalReason " - re-enter city, state "
                     "and postal code"
              END-IF
           END-PERFORM.
           DISPLAY "Current Phone : " CustPhone.
           DISPLAY "New Phone (blank keeps) " WITH NO ADVANCING.
           MOVE SPACES TO WSContactEntry.
           ACCEPT WSContactEntry.
           IF WSContactEntry NOT = SPACES
              MOVE WSContactEntry TO CustPhone
           END-IF.

       UpdateCityStatePostal.
           DISPLAY "Current City : " CustCity.
           DISPLAY "New City (blank keeps) " WITH NO ADVANCING.
           MOVE SPACES TO WSContactEntry.
           IF WSContactEntry NOT = SPACES
              MOVE WSContactEntry TO CustPostal
           END-IF.

       *> NEW : a corrected address is the usual reason for an update
       *> on a returned-mail customer, so the clerk is offered the
       *> chance to clear the flag in the same pass
       OfferClearMailFlag.
           IF CustMailReturned
              DISPLAY "Returned-mail flag is set - clear it now the "
                  "address is corrected? (Y/N) " WITH NO ADVANCING
              MOVE 'N' TO WSClearMail
              ACCEPT WSClearMail
              IF ClearMailFlag
                 SET CustMailOK TO TRUE
              END-IF
           END-IF.

       *> NEW : the clerk flags a customer when the Post Office sends
       *> a mailing back, and can clear it again here - audited as
       *> MAILRTN / MAILOK so the follow-up list can be traced.
       *> maillabels.cob skips flagged customers.
       ToggleMailFlag.
           IF CustMailReturned
              SET CustMailOK TO TRUE
              MOVE "MAILOK" TO WSAuditActionCode
           ELSE
              SET CustMailReturned TO TRUE
              MOVE "MAILRTN" TO WSAuditActionCode
           END-IF.
           REWRITE CustomerData
           END-REWRITE.
           IF WSFileStatus = "00"
              PERFORM WriteAuditRecord
              IF CustMailReturned
                 DISPLAY "Customer flagged - mail returned"
              ELSE
                 DISPLAY "Returned-mail flag cleared"
              END-IF
           ELSE
              DISPLAY "Change not applied - record in use "
                  "(status " WSFileStatus ")"
           END-IF.

       *> NEW : paper, email or electronic file - E and F need an
       *> address with an @ in it before anything is rewritten, so
       *> ebilling.cob never exports a document it cannot deliver.
       *> Audited as DELIVERY.
       SetDeliveryMethod.
           DISPLAY "Deliver by (P)aper, (E)mail or electronic (F)ile "
               WITH NO ADVANCING.
           MOVE SPACE TO WSDeliveryEntry.
           ACCEPT WSDeliveryEntry.
           MOVE FUNCTION UPPER-CASE(WSDeliveryEntry)
               TO WSDeliveryEntry.
           MOVE CustEmail TO WSEmailEntry.
           MOVE ZERO TO WSAtCount.
           IF DeliveryNeedsAddress
              DISPLAY "Current Email : " CustEmail
              DISPLAY "New Email (blank keeps) " WITH NO ADVANCING
              MOVE SPACES TO WSEmailEntry
              ACCEPT WSEmailEntry
              IF WSEmailEntry = SPACES
                 MOVE CustEmail TO WSEmailEntry
              END-IF
              INSPECT WSEmailEntry TALLYING WSAtCount FOR ALL "@"
           END-IF.
           EVALUATE TRUE
               WHEN NOT DeliveryKnown
                   DISPLAY "No changes made"
               WHEN DeliveryNeedsAddress AND WSAtCount NOT = 1
                   DISPLAY "A valid email address is needed for "
                       "e-billing - no changes made"
               WHEN OTHER
                   MOVE WSDeliveryEntry TO CustDelivery
                   MOVE WSEmailEntry TO CustEmail
                   REWRITE CustomerData
                   END-REWRITE
                   IF WSFileStatus = "00"
                      MOVE "DELIVERY" TO WSAuditActionCode
                      PERFORM WriteAuditRecord
                      DISPLAY "Delivery method updated"
                   ELSE
                      DISPLAY "Change not applied - record in use "
                          "(status " WSFileStatus ")"
                   END-IF
           END-EVALUATE.

       *> NEW : the delete request itself - queued for supervisor
       *> review and recorded in the audit trail as DELREQ so both
       *> the ask and the eventual decision can be traced
