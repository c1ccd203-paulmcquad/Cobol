       IDENTIFICATION DIVISION.
       PROGRAM-ID. absenceletter.
       AUTHOR. Paul McQuade.
       DATE-WRITTEN. 15th October 2026.

       *> Absence letters to guardians - attendance.cob flags the
       *> chronic absentees, and then the office wrote to each family
       *> by hand, working out from the register which days had
       *> already been written about. This run reads Attendance.dat
       *> for unexcused absences (A) and lates (L) - an excused
       *> absence (E) never counts - and picks out every student
       *> whose absences since their last letter reached
       *> ABSENCE-NOTICE (RunControl.dat, fallback 3) or whose lates
       *> reached LATE-NOTICE (fallback 5). The paying guardian comes
       *> from StudentGuardians.dat, the same link tuitionbill.cob
       *> bills through, and the name and mailing address from
       *> Customer.dat. One dated letter per student goes to
       *> AbsenceLetters.txt listing the dates missed, and the
       *> wording hardens the way ardunning.cob's does - a first
       *> notice, a second notice, a final notice - for repeat
       *> letters in the same term; a new term starts again at the
       *> first notice.
       *> Every letter sent is logged in AbsenceNotices.log with the
       *> date of the last incident it covered, and only marks dated
       *> after that count towards the next letter, so the same
       *> absences never bring a second letter. A student with no
       *> guardian on file, a guardian missing from Customer.dat, or
       *> one whose mail is being returned gets no letter and is not
       *> logged - they are listed on the console for the office to
       *> follow up, and are picked up again on the next run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT AttendFile ASSIGN TO 'Attendance.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSAttendStatus.
              SELECT MasterFile ASSIGN TO 'StudentMaster.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS MIDNum
                  FILE STATUS IS WSMasterStatus.
              SELECT CustomerFile ASSIGN TO "Customer.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS IDNum
                  ALTERNATE RECORD KEY IS CustNameKey
                      = LastName FirstName WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CustBillToID WITH DUPLICATES
                  FILE STATUS IS WSCustFileStatus.
              SELECT GuardianFile ASSIGN TO 'StudentGuardians.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSGuardianStatus.
              SELECT NoticeFile ASSIGN TO 'AbsenceNotices.log'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSNoticeStatus.
              SELECT LetterFile ASSIGN TO 'AbsenceLetters.txt'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WSLetterStatus.

       DATA DIVISION.
       FILE SECTION.
       FD AttendFile.
       *> Same line attendance.cob writes - P present, A absent,
       *> L late, E excused
       01 AttendRecord.
              02 AtDate      PIC 9(8).
              02 FILLER      PIC X(1).
              02 AtIDNum     PIC 9(4).
              02 FILLER      PIC X(1).
              02 AtSection   PIC X(2).
              02 FILLER      PIC X(1).
              02 AtStatus    PIC X.
                  88 AtUnexcused    VALUE 'A'.
                  88 AtLate         VALUE 'L'.
              02 FILLER      PIC X(1).
              02 AtTerm      PIC X(5).
       FD MasterFile.
           COPY studrec REPLACING ==RECNAME== BY ==MStudData==
                                   ==IDFIELD== BY ==MIDNum==
                                   ==NAMEFIELD== BY ==MStudName==
                                   ==SECTFIELD== BY ==MStudSection==.
       FD CustomerFile.
       COPY custrec.
       FD GuardianFile.
       *> Same line tuitionbill.cob writes - the last one for a
       *> student is the guardian on file
       01 GuardianRecord.
              02 SgStudentID  PIC 9(4).
              02 FILLER       PIC X(1).
              02 SgCustID     PIC X(8).
       FD NoticeFile.
       *> One line per letter sent - the level it went out at, the
       *> last incident date it covered, the counts it quoted and the
       *> guardian it was addressed to
       01 NoticeRecord.
              02 AnDate       PIC 9(8).
              02 FILLER       PIC X(1).
              02 AnIDNum      PIC 9(4).
              02 FILLER       PIC X(1).
              02 AnLevel      PIC 9.
              02 FILLER       PIC X(1).
              02 AnThruDate   PIC 9(8).
              02 FILLER       PIC X(1).
              02 AnAbsences   PIC 9(3).
              02 FILLER       PIC X(1).
              02 AnLates      PIC 9(3).
              02 FILLER       PIC X(1).
              02 AnTerm       PIC X(5).
              02 FILLER       PIC X(1).
              02 AnCustID     PIC X(8).
       FD LetterFile.
       01 LetterLine   PIC X(70).

       WORKING-STORAGE SECTION.
       01 WSAttendStatus   PIC XX.
       01 WSMasterStatus   PIC XX.
       01 WSCustFileStatus PIC XX.
       01 WSGuardianStatus PIC XX.
       01 WSNoticeStatus   PIC XX.
       01 WSLetterStatus   PIC XX.
       01 WSEOF            PIC X VALUE 'N'.
              88 EndOfPass      VALUE 'Y'.
       *> The letter thresholds, from RunControl.dat when it carries
       *> ABSENCE-NOTICE / LATE-NOTICE - the VALUEs stay as the
       *> fallback
       01 WSAbsenceMark    PIC 9(5) VALUE 3.
       01 WSLateMark       PIC 9(5) VALUE 5.
       01 WSParmName       PIC X(20).
       01 WSParmValue      PIC 9(5).
       01 WSParmFound      PIC X.
       01 WSToday          PIC 9(8).
       *> Last letter per student from AbsenceNotices.log - the log
       *> is appended in date order, so the last line read wins
       01 WSNtcTable.
              02 WSNtcEntry OCCURS 500 TIMES.
                  03 WSNtcIDNum    PIC 9(4).
                  03 WSNtcLevel    PIC 9.
                  03 WSNtcThru     PIC 9(8).
                  03 WSNtcTerm     PIC X(5).
       01 WSNtcCount       PIC 9(3) VALUE ZERO.
       01 WSNtcIdx         PIC 9(3).
       01 WSThruDate       PIC 9(8).
       01 WSLookupID       PIC 9(4).
       *> Unexcused absences and lates since each student's last
       *> letter, with the first twenty dates kept for the letter
       01 WSStuTable.
              02 WSStuEntry OCCURS 500 TIMES.
                  03 WSStuIDNum     PIC 9(4).
                  03 WSStuPrior     PIC 9(3).
                  03 WSStuAbsences  PIC 9(3).
                  03 WSStuLates     PIC 9(3).
                  03 WSStuLastDate  PIC 9(8).
                  03 WSStuTerm      PIC X(5).
                  03 WSStuDayCount  PIC 9(3).
                  03 WSStuDay OCCURS 20 TIMES.
                      04 WSStuDayDate   PIC 9(8).
                      04 WSStuDayMark   PIC X.
       01 WSStuCount       PIC 9(3) VALUE ZERO.
       01 WSStuIdx         PIC 9(3).
       01 WSDayIdx         PIC 9(3).
       01 WSMoreDays       PIC 9(3).
       01 WSGuardTable.
              02 WSGuardEntry OCCURS 500 TIMES.
                  03 WSGuardStudent  PIC 9(4).
                  03 WSGuardCustID   PIC X(8).
       01 WSGuardCount     PIC 9(3) VALUE ZERO.
       01 WSGuardIdx       PIC 9(3).
       01 WSTableIdx       PIC 9(3).
       01 WSFoundIdx       PIC 9(3).
       01 WSTablesFull     PIC X VALUE 'N'.
              88 TablesFull       VALUE 'Y'.
       01 WSLetterLevel    PIC 9.
       01 WSLetterCount    PIC 9(3) VALUE ZERO.
       01 WSHeldCount      PIC 9(3) VALUE ZERO.
       01 WSStudentName    PIC X(10).
       *> The letter's address block, assembled the way ardunning.cob
       *> assembles its own
       01 WSNameLine       PIC X(35).
       01 WSStreetLine     PIC X(20).
       01 WSCityLine       PIC X(35).
       01 WSHeadLine.
              02 FILLER        PIC X(6) VALUE "Date: ".
              02 WSHDate       PIC 9(8).
              02 FILLER        PIC X(12) VALUE "   student: ".
              02 WSHIDNum      PIC 9(4).
       01 WSReLine.
              02 FILLER        PIC X(4) VALUE "Re: ".
              02 WSRLName      PIC X(10).
              02 FILLER        PIC X(10) VALUE " (student ".
              02 WSRLIDNum     PIC 9(4).
              02 FILLER        PIC X(1) VALUE ")".
       01 WSCountLine.
              02 FILLER        PIC X(20) VALUE "Unexcused absences: ".
              02 WSCLAbsences  PIC ZZ9.
              02 FILLER        PIC X(11) VALUE "    Lates: ".
              02 WSCLLates     PIC ZZ9.
       01 WSDayLine.
              02 FILLER        PIC X(4) VALUE SPACES.
              02 WSDLDate      PIC 9999/99/99.
              02 FILLER        PIC X(2) VALUE SPACES.
              02 WSDLMark      PIC X(6).
       01 WSMoreLine.
              02 FILLER        PIC X(12) VALUE "    ... and ".
              02 WSMLCount     PIC ZZ9.
              02 FILLER        PIC X(11) VALUE " more dates".
       COPY filestatuschk.

       PROCEDURE DIVISION.
       Main.
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSToday.
           MOVE "ABSENCE-NOTICE" TO WSParmName.
           CALL 'runcontrol' USING WSParmName, WSParmValue,
               WSParmFound
           END-CALL.
           IF WSParmFound = 'Y' AND WSParmValue > ZERO
              MOVE WSParmValue TO WSAbsenceMark
           END-IF.
           MOVE "LATE-NOTICE" TO WSParmName.
           CALL 'runcontrol' USING WSParmName, WSParmValue,
               WSParmFound
           END-CALL.
           IF WSParmFound = 'Y' AND WSParmValue > ZERO
              MOVE WSParmValue TO WSLateMark
           END-IF.
           PERFORM LoadNotices.
           IF NOT TablesFull
              PERFORM TallyAttendance
           END-IF.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           IF NOT TablesFull
              PERFORM LoadGuardians
           END-IF.
           IF TablesFull
              DISPLAY "absenceletter: more than 500 students in the "
                  "notice log, tally or guardian list - table "
                  "exceeded, aborting before a wrong letter prints"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE "absenceletter" TO WSCheckProgLabel.
           OPEN INPUT CustomerFile.
           MOVE WSCustFileStatus TO WSCheckFileStatus.
           MOVE "Customer.dat" TO WSCheckFileLabel.
           PERFORM CheckFileStatus.
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF.
           OPEN INPUT MasterFile.
           OPEN OUTPUT LetterFile.
           MOVE WSLetterStatus TO WSCheckFileStatus.
           MOVE "AbsenceLetters.txt" TO WSCheckFileLabel.
           PERFORM CheckFileStatus.
           IF RETURN-CODE NOT = ZERO
              CLOSE CustomerFile
              CLOSE MasterFile
              GOBACK
           END-IF.
           OPEN EXTEND NoticeFile.
           IF WSNoticeStatus = "35"
              OPEN OUTPUT NoticeFile
              CLOSE NoticeFile
              OPEN EXTEND NoticeFile
           END-IF.
           PERFORM NoticeOneStudent
               VARYING WSStuIdx FROM 1 BY 1
               UNTIL WSStuIdx > WSStuCount.
           CLOSE NoticeFile.
           CLOSE LetterFile.
           CLOSE MasterFile.
           CLOSE CustomerFile.
           DISPLAY "absenceletter: " WSLetterCount " letter(s) "
               "printed, " WSHeldCount " student(s) held for the "
               "office - see AbsenceLetters.txt".
      *> GOBACK so a batch driver can CALL this as a subprogram;
      *> acts the same as STOP RUN when run standalone.
       GOBACK.

       LoadNotices.
           MOVE 'N' TO WSEOF.
           OPEN INPUT NoticeFile.
           IF WSNoticeStatus NOT = "00"
              CLOSE NoticeFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ NoticeFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END PERFORM FileOneNotice
                 END-READ
              END-PERFORM
              CLOSE NoticeFile
              MOVE 'N' TO WSEOF
           END-IF.

       FileOneNotice.
           MOVE AnIDNum TO WSLookupID.
           PERFORM FindPriorNotice.
           IF WSNtcIdx = ZERO
              IF WSNtcCount < 500
                 ADD 1 TO WSNtcCount
                 MOVE WSNtcCount TO WSNtcIdx
                 MOVE AnIDNum TO WSNtcIDNum(WSNtcIdx)
              ELSE
                 SET TablesFull TO TRUE
              END-IF
           END-IF.
           IF WSNtcIdx > ZERO
              MOVE AnLevel TO WSNtcLevel(WSNtcIdx)
              MOVE AnThruDate TO WSNtcThru(WSNtcIdx)
              MOVE AnTerm TO WSNtcTerm(WSNtcIdx)
           END-IF.

       FindPriorNotice.
           MOVE ZERO TO WSNtcIdx.
           PERFORM VARYING WSTableIdx FROM 1 BY 1
               UNTIL WSTableIdx > WSNtcCount OR WSNtcIdx > 0
               IF WSNtcIDNum(WSTableIdx) = WSLookupID
                  MOVE WSTableIdx TO WSNtcIdx
               END-IF
           END-PERFORM.

       *> Only unexcused absences and lates dated after the last
       *> letter's cover date count - those are the ones no letter
       *> has mentioned yet
       TallyAttendance.
           MOVE 'N' TO WSEOF.
           OPEN INPUT AttendFile.
           MOVE "absenceletter" TO WSCheckProgLabel.
           MOVE WSAttendStatus TO WSCheckFileStatus.
           MOVE "Attendance.dat" TO WSCheckFileLabel.
           PERFORM CheckFileStatus.
           IF RETURN-CODE NOT = ZERO
              CLOSE AttendFile
           ELSE
              PERFORM UNTIL EndOfPass OR TablesFull
                 READ AttendFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END
                         IF AtUnexcused OR AtLate
                            PERFORM TallyOneIncident
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE AttendFile
              MOVE 'N' TO WSEOF
           END-IF.

       TallyOneIncident.
           MOVE AtIDNum TO WSLookupID.
           PERFORM FindPriorNotice.
           IF WSNtcIdx = ZERO
              MOVE ZERO TO WSThruDate
           ELSE
              MOVE WSNtcThru(WSNtcIdx) TO WSThruDate
           END-IF.
           IF AtDate > WSThruDate
              PERFORM FindStudentSlot
              IF WSFoundIdx > ZERO
                 IF AtUnexcused
                    ADD 1 TO WSStuAbsences(WSFoundIdx)
                 ELSE
                    ADD 1 TO WSStuLates(WSFoundIdx)
                 END-IF
                 IF AtDate >= WSStuLastDate(WSFoundIdx)
                    MOVE AtDate TO WSStuLastDate(WSFoundIdx)
                    MOVE AtTerm TO WSStuTerm(WSFoundIdx)
                 END-IF
                 ADD 1 TO WSStuDayCount(WSFoundIdx)
                 IF WSStuDayCount(WSFoundIdx) <= 20
                    MOVE WSStuDayCount(WSFoundIdx) TO WSDayIdx
                    MOVE AtDate TO WSStuDayDate(WSFoundIdx, WSDayIdx)
                    MOVE AtStatus TO WSStuDayMark(WSFoundIdx, WSDayIdx)
                 END-IF
              END-IF
           END-IF.

       FindStudentSlot.
           MOVE ZERO TO WSFoundIdx.
           PERFORM VARYING WSTableIdx FROM 1 BY 1
               UNTIL WSTableIdx > WSStuCount OR WSFoundIdx > 0
               IF WSStuIDNum(WSTableIdx) = AtIDNum
                  MOVE WSTableIdx TO WSFoundIdx
               END-IF
           END-PERFORM.
           IF WSFoundIdx = ZERO
              IF WSStuCount < 500
                 ADD 1 TO WSStuCount
                 MOVE WSStuCount TO WSFoundIdx
                 MOVE AtIDNum TO WSStuIDNum(WSFoundIdx)
                 MOVE WSNtcIdx TO WSStuPrior(WSFoundIdx)
                 MOVE ZERO TO WSStuAbsences(WSFoundIdx)
                 MOVE ZERO TO WSStuLates(WSFoundIdx)
                 MOVE ZERO TO WSStuLastDate(WSFoundIdx)
                 MOVE SPACES TO WSStuTerm(WSFoundIdx)
                 MOVE ZERO TO WSStuDayCount(WSFoundIdx)
              ELSE
                 SET TablesFull TO TRUE
              END-IF
           END-IF.

       LoadGuardians.
           MOVE 'N' TO WSEOF.
           OPEN INPUT GuardianFile.
           IF WSGuardianStatus NOT = "00"
              CLOSE GuardianFile
           ELSE
              PERFORM UNTIL EndOfPass
                 READ GuardianFile
                     AT END MOVE 'Y' TO WSEOF
                     NOT AT END PERFORM FileOneGuardian
                 END-READ
              END-PERFORM
              CLOSE GuardianFile
              MOVE 'N' TO WSEOF
           END-IF.

       FileOneGuardian.
           MOVE ZERO TO WSFoundIdx.
           PERFORM VARYING WSTableIdx FROM 1 BY 1
               UNTIL WSTableIdx > WSGuardCount OR WSFoundIdx > 0
               IF WSGuardStudent(WSTableIdx) = SgStudentID
                  MOVE WSTableIdx TO WSFoundIdx
               END-IF
           END-PERFORM.
           IF WSFoundIdx > ZERO
              MOVE SgCustID TO WSGuardCustID(WSFoundIdx)
           ELSE
              IF WSGuardCount < 500
                 ADD 1 TO WSGuardCount
                 MOVE SgStudentID
                     TO WSGuardStudent(WSGuardCount)
                 MOVE SgCustID TO WSGuardCustID(WSGuardCount)
              ELSE
                 SET TablesFull TO TRUE
              END-IF
           END-IF.

       *> A student past either threshold gets a letter if there is
       *> a guardian to send it to - otherwise the office is told
       *> and nothing is logged, so the next run tries again
       NoticeOneStudent.
           IF WSStuAbsences(WSStuIdx) >= WSAbsenceMark
              OR WSStuLates(WSStuIdx) >= WSLateMark
              MOVE ZERO TO WSGuardIdx
              PERFORM VARYING WSTableIdx FROM 1 BY 1
                  UNTIL WSTableIdx > WSGuardCount OR WSGuardIdx > 0
                  IF WSGuardStudent(WSTableIdx) =
                      WSStuIDNum(WSStuIdx)
                     MOVE WSTableIdx TO WSGuardIdx
                  END-IF
              END-PERFORM
              IF WSGuardIdx = ZERO
                 DISPLAY "absenceletter: student "
                     WSStuIDNum(WSStuIdx) " has no guardian in "
                     "StudentGuardians.dat - no letter"
                 ADD 1 TO WSHeldCount
              ELSE
                 IF WSGuardCustID(WSGuardIdx) NOT NUMERIC
                    DISPLAY "absenceletter: student "
                        WSStuIDNum(WSStuIdx) " guardian "
                        WSGuardCustID(WSGuardIdx)
                        " is not a customer ID - no letter"
                    ADD 1 TO WSHeldCount
                 ELSE
                    MOVE WSGuardCustID(WSGuardIdx) TO IDNum
                    READ CustomerFile
                        INVALID KEY
                            DISPLAY "absenceletter: student "
                                WSStuIDNum(WSStuIdx) " guardian "
                                WSGuardCustID(WSGuardIdx)
                                " not on Customer.dat - no letter"
                            ADD 1 TO WSHeldCount
                        NOT INVALID KEY
                            PERFORM CheckMailAndSend
                    END-READ
                 END-IF
              END-IF
           END-IF.

       CheckMailAndSend.
           IF CustMailReturned
              DISPLAY "absenceletter: student "
                  WSStuIDNum(WSStuIdx) " guardian "
                  WSGuardCustID(WSGuardIdx)
                  " - mail is being returned, phone instead"
              ADD 1 TO WSHeldCount
           ELSE
              PERFORM SetLetterLevel
              PERFORM PrintOneLetter
              PERFORM LogOneNotice
              ADD 1 TO WSLetterCount
           END-IF.

       *> One level up from the last letter while still in the same
       *> term, stopping at the final notice - a new term starts the
       *> family back at the first notice
       SetLetterLevel.
           MOVE 1 TO WSLetterLevel.
           IF WSStuPrior(WSStuIdx) > ZERO
              MOVE WSStuPrior(WSStuIdx) TO WSNtcIdx
              IF WSNtcTerm(WSNtcIdx) = WSStuTerm(WSStuIdx)
                 IF WSNtcLevel(WSNtcIdx) < 3
                    COMPUTE WSLetterLevel = WSNtcLevel(WSNtcIdx) + 1
                 ELSE
                    MOVE 3 TO WSLetterLevel
                 END-IF
              END-IF
           END-IF.

       PrintOneLetter.
           MOVE WSToday TO WSHDate.
           MOVE WSStuIDNum(WSStuIdx) TO WSHIDNum.
           IF WSLetterCount = ZERO
              WRITE LetterLine FROM WSHeadLine
              END-WRITE
           ELSE
              WRITE LetterLine FROM WSHeadLine
                  AFTER ADVANCING PAGE
              END-WRITE
           END-IF.
           PERFORM PrintAddressBlock.
           MOVE SPACES TO LetterLine.
           WRITE LetterLine.
           MOVE "(unknown)" TO WSStudentName.
           IF WSMasterStatus = "00"
              MOVE WSStuIDNum(WSStuIdx) TO MIDNum
              READ MasterFile
                  NOT INVALID KEY
                      MOVE MStudName TO WSStudentName
              END-READ
           END-IF.
           MOVE WSStudentName TO WSRLName.
           MOVE WSStuIDNum(WSStuIdx) TO WSRLIDNum.
           WRITE LetterLine FROM WSReLine
               AFTER ADVANCING 1 LINE
           END-WRITE.
           MOVE SPACES TO LetterLine.
           WRITE LetterLine.
           EVALUATE WSLetterLevel
               WHEN 1
                   MOVE "We are writing to let you know that the"
                       TO LetterLine
                   WRITE LetterLine
                   MOVE "student named above was absent without an"
                       TO LetterLine
                   WRITE LetterLine
                   MOVE "excuse, or arrived late, on the dates below."
                       TO LetterLine
                   WRITE LetterLine
                   MOVE "If there is a reason we should know about,"
                       TO LetterLine
                   WRITE LetterLine
                   MOVE "please contact the school office."
                       TO LetterLine
                   WRITE LetterLine
               WHEN 2
                   MOVE "SECOND NOTICE - since our earlier letter the"
                       TO LetterLine
                   WRITE LetterLine
                   MOVE "student named above has again been absent"
                       TO LetterLine
                   WRITE LetterLine
                   MOVE "without an excuse, or late, on the dates"
                       TO LetterLine
                   WRITE LetterLine
                   MOVE "below. Please contact the office within five"
                       TO LetterLine
                   WRITE LetterLine
                   MOVE "school days to arrange a meeting."
                       TO LetterLine
                   WRITE LetterLine
               WHEN OTHER
                   MOVE "FINAL NOTICE - attendance has not improved"
                       TO LetterLine
                   WRITE LetterLine
                   MOVE "after two letters. The absences and lates"
                       TO LetterLine
                   WRITE LetterLine
                   MOVE "below have been referred to the principal"
                       TO LetterLine
                   WRITE LetterLine
                   MOVE "and the attendance officer, who will be in"
                       TO LetterLine
                   WRITE LetterLine
                   MOVE "touch with you directly."
                       TO LetterLine
                   WRITE LetterLine
           END-EVALUATE.
           MOVE SPACES TO LetterLine.
           WRITE LetterLine.
           MOVE WSStuAbsences(WSStuIdx) TO WSCLAbsences.
           MOVE WSStuLates(WSStuIdx) TO WSCLLates.
           WRITE LetterLine FROM WSCountLine
               AFTER ADVANCING 1 LINE
           END-WRITE.
           PERFORM PrintOneDay
               VARYING WSDayIdx FROM 1 BY 1
               UNTIL WSDayIdx > WSStuDayCount(WSStuIdx)
                  OR WSDayIdx > 20.
           IF WSStuDayCount(WSStuIdx) > 20
              COMPUTE WSMoreDays = WSStuDayCount(WSStuIdx) - 20
              MOVE WSMoreDays TO WSMLCount
              WRITE LetterLine FROM WSMoreLine
              END-WRITE
           END-IF.

       PrintOneDay.
           MOVE WSStuDayDate(WSStuIdx, WSDayIdx) TO WSDLDate.
           IF WSStuDayMark(WSStuIdx, WSDayIdx) = 'A'
              MOVE "absent" TO WSDLMark
           ELSE
              MOVE "late" TO WSDLMark
           END-IF.
           WRITE LetterLine FROM WSDayLine
           END-WRITE.

       PrintAddressBlock.
           MOVE SPACES TO WSNameLine.
           MOVE SPACES TO WSStreetLine.
           MOVE SPACES TO WSCityLine.
           STRING FUNCTION TRIM(FirstName)
               DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LastName)
               DELIMITED BY SIZE
               INTO WSNameLine.
           MOVE CustStreet TO WSStreetLine.
           STRING FUNCTION TRIM(CustCity)
               DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               CustState DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CustPostal DELIMITED BY SIZE
               INTO WSCityLine.
           WRITE LetterLine FROM WSNameLine
               AFTER ADVANCING 1 LINE
           END-WRITE.
           IF WSStreetLine NOT = SPACES
              WRITE LetterLine FROM WSStreetLine
              END-WRITE
           END-IF.
           WRITE LetterLine FROM WSCityLine
           END-WRITE.

       LogOneNotice.
           MOVE SPACES TO NoticeRecord.
           MOVE WSToday TO AnDate.
           MOVE WSStuIDNum(WSStuIdx) TO AnIDNum.
           MOVE WSLetterLevel TO AnLevel.
           MOVE WSStuLastDate(WSStuIdx) TO AnThruDate.
           MOVE WSStuAbsences(WSStuIdx) TO AnAbsences.
           MOVE WSStuLates(WSStuIdx) TO AnLates.
           MOVE WSStuTerm(WSStuIdx) TO AnTerm.
           MOVE WSGuardCustID(WSGuardIdx) TO AnCustID.
           WRITE NoticeRecord.

       COPY filestatuschkp.
