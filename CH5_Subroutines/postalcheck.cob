       IDENTIFICATION DIVISION.
       PROGRAM-ID. postalcheck.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Callable address check against the postal code reference
       *> file - every annual mailing came back with a box of
       *> returned envelopes because the city, state and postal code
       *> keyed onto the customer master didn't agree with each
       *> other. Each program that captures an address
       *> (appendfiles.cob, custentry.cob, custmaint.cob,
       *> custbatch.cob, custimport.cob) CALLs this with the three
       *> fields before the record commits, and refuses or rejects
       *> anything that comes back other than 'Y' or 'N'.
       *> PostalCodes.dat lines: the postal code in the first 10
       *> columns, the city in the next 15, then the 2-letter state -
       *> for example
       *> 10001     NEW YORK       NY
       *> The file is loaded into a table on the first CALL and kept
       *> for the rest of the run unless the caller CANCELs this.
       *> Result codes in LkPostalResult:
       *>   Y - the postal code is on file and agrees with city/state
       *>   N - not checked: no address keyed, or no reference file
       *>   M - city or state keyed without a postal code
       *>   U - postal code not on the reference file
       *>   C - postal code belongs to a different city
       *>   S - postal code belongs to a different state
       *> NEW : a PostalCodes.dat with more codes than the table
       *> holds (3000) stops the run with return code 16 rather than
       *> rejecting the codes that did not fit.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PostalFile ASSIGN TO "PostalCodes.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSPostalStatus.

       DATA DIVISION.
       FILE SECTION.
       FD PostalFile.
       01 PostalRecord.
              02 PcCode      PIC X(10).
              02 PcCity      PIC X(15).
              02 PcState     PIC X(2).

       WORKING-STORAGE SECTION.
       01 WSPostalStatus  PIC XX.
       01 WSEOF           PIC X VALUE 'N'.
              88 EndOfPostal     VALUE 'Y'.
       01 WSLoaded        PIC X VALUE 'N'.
              88 TableLoaded     VALUE 'Y'.
       01 WSFileMissing   PIC X VALUE 'N'.
              88 NoReferenceFile VALUE 'Y'.
       01 WSPostalMax     PIC 9(4) VALUE 3000.
       01 WSPostalCount   PIC 9(4) VALUE ZERO.
       01 WSPostalTable.
              02 WSPostalEntry OCCURS 3000 TIMES
                  INDEXED BY WSPcIdx.
                  03 WSPcCode     PIC X(10).
                  03 WSPcCity     PIC X(15).
                  03 WSPcState    PIC X(2).
       01 WSKeyedCity     PIC X(15).
       01 WSKeyedState    PIC X(2).
       01 WSFound         PIC X VALUE 'N'.
              88 CodeFound       VALUE 'Y'.

       LINKAGE SECTION.
       01 LkPostal        PIC X(10).
       01 LkCity          PIC X(15).
       01 LkState         PIC X(2).
       01 LkPostalResult  PIC X.
       01 LkPostalReason  PIC X(40).

       PROCEDURE DIVISION USING LkPostal, LkCity, LkState,
           LkPostalResult, LkPostalReason.
       Main.
           IF NOT TableLoaded
              PERFORM LoadPostalTable
           END-IF.
           MOVE 'Y' TO LkPostalResult.
           MOVE SPACES TO LkPostalReason.
           EVALUATE TRUE
               WHEN LkPostal = SPACES AND LkCity = SPACES
                   AND LkState = SPACES
                   MOVE 'N' TO LkPostalResult
               WHEN NoReferenceFile
                   MOVE 'N' TO LkPostalResult
                   MOVE "PostalCodes.dat missing - not checked"
                       TO LkPostalReason
               WHEN LkPostal = SPACES
                   MOVE 'M' TO LkPostalResult
                   MOVE "Postal code missing for city/state"
                       TO LkPostalReason
               WHEN OTHER
                   PERFORM MatchPostalCode
           END-EVALUATE.
           GOBACK.

       *> A file that isn't there is reported once per run and the
       *> callers carry on unchecked - a fresh installation must
       *> still be able to key customers before the reference file
       *> has been delivered
       LoadPostalTable.
           SET TableLoaded TO TRUE.
           MOVE 'N' TO WSEOF.
           OPEN INPUT PostalFile.
           IF WSPostalStatus NOT = "00"
              CLOSE PostalFile
              SET NoReferenceFile TO TRUE
              DISPLAY "postalcheck: PostalCodes.dat unavailable - "
                  "status " WSPostalStatus " - addresses not checked"
           ELSE
              PERFORM UNTIL EndOfPostal
                 READ PostalFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END PERFORM AddPostalEntry
                 END-READ
              END-PERFORM
              CLOSE PostalFile
           END-IF.

      *> NEW : a short table would call every code past the end
      *> "not on PostalCodes.dat" and turn good addresses away, so a
      *> reference file bigger than the table stops the run instead -
      *> it is loaded on the first CALL, before any address is checked
       AddPostalEntry.
           IF WSPostalCount < WSPostalMax
              ADD 1 TO WSPostalCount
              MOVE PcCode TO WSPcCode(WSPostalCount)
              MOVE FUNCTION UPPER-CASE(PcCity)
                  TO WSPcCity(WSPostalCount)
              MOVE FUNCTION UPPER-CASE(PcState)
                  TO WSPcState(WSPostalCount)
           ELSE
              DISPLAY "postalcheck: more than " WSPostalMax
                  " postal codes on PostalCodes.dat - run stopped"
              CLOSE PostalFile
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       *> City and state compare without regard to case, since the
       *> clerks key them both ways. A postal code shared by more
       *> than one city has a line for each - any line agreeing with
       *> both city and state is a match.
       MatchPostalCode.
           MOVE FUNCTION UPPER-CASE(LkCity) TO WSKeyedCity.
           MOVE FUNCTION UPPER-CASE(LkState) TO WSKeyedState.
           MOVE 'N' TO WSFound.
           MOVE 'U' TO LkPostalResult.
           MOVE "Postal code not on PostalCodes.dat"
               TO LkPostalReason.
           PERFORM VARYING WSPcIdx FROM 1 BY 1
               UNTIL WSPcIdx > WSPostalCount OR CodeFound
               IF WSPcCode(WSPcIdx) = LkPostal
                  EVALUATE TRUE
                      WHEN WSPcCity(WSPcIdx) = WSKeyedCity
                          AND WSPcState(WSPcIdx) = WSKeyedState
                          SET CodeFound TO TRUE
                          MOVE 'Y' TO LkPostalResult
                          MOVE SPACES TO LkPostalReason
                      WHEN WSPcCity(WSPcIdx) = WSKeyedCity
                          MOVE 'S' TO LkPostalResult
                          MOVE "State does not match postal code"
                              TO LkPostalReason
                      WHEN LkPostalResult NOT = 'S'
                          MOVE 'C' TO LkPostalResult
                          MOVE "City does not match postal code"
                              TO LkPostalReason
                  END-EVALUATE
               END-IF
           END-PERFORM.
