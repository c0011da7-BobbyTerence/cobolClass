      *          still waiting with their age in days, any stale
      *          polcheck.txt checkpoint left by a killed session,
      *          last night's RUN-CTL step outcomes off runstat.txt,
      *          the security exceptions (denials, failed
      *          sign-ons, lockouts) on seclog.txt since yesterday, and
      *          the data files and RUN-CTL steps CAP-TREND last put
      *          in capacity warning (capwarn.txt).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               organization is line sequential
               file status is statFile-Status.

      **** layout must match captrend.cbl's warnRec ****
           select warnFile assign to 'capwarn.txt'
               organization is line sequential
               file status is warnFile-Status.

           select statusRep assign to printer.

       DATA DIVISION.
               03      pic x.
               03 st-outcome pic x(8).

           fd warnFile.
           01 warnRec.
               03 cw-date pic 9(8).
               03      pic x.
               03 cw-kind pic x(1).
               03      pic x.
               03 cw-name pic x(30).
               03      pic x.
               03 cw-text pic x(40).

           fd statusRep.
               01 printRep pic x(132).

       01 checkFile-Status pic xx.
       01 secLog-Status pic xx.
       01 statFile-Status pic xx.
       01 warnFile-Status pic xx.

       01 pendEOF pic x VALUE "N".
       01 secEOF pic x VALUE "N".
       01 statEOF pic x VALUE "N".
       01 warnEOF pic x VALUE "N".

       01 today8 pic 9(8).
       01 yesterday6 pic 9(8).
       01 secCount pic 9(3) VALUE ZEROES.
       01 stepCount pic 9(3) VALUE ZEROES.
       01 failCount pic 9(3) VALUE ZEROES.
       01 capCount pic 9(3) VALUE ZEROES.

      **** The latest run date on runstat.txt - that day's steps   ****
      *    are the ones the morning review wants                        *
           03      pic x(1).
           03 se-result pic x(8).

       01 capLine.
           03 cp-kind pic x(5).
           03      pic x(1).
           03 cp-name pic x(30).
           03      pic x(1).
           03 cp-text pic x(40).
           03      pic x(7) VALUE " as of ".
           03 cp-date pic 9(8).

       01 noneLine pic x(40).

       PROCEDURE DIVISION.
           PERFORM CHECKPOINT-SECTION
           PERFORM RUNSTAT-SECTION
           PERFORM SECLOG-SECTION
           PERFORM CAPACITY-SECTION

           DISPLAY "Morning status printed - " pendCount
               " approval(s) pending, " failCount
               " failed step(s), " secCount
               " security exception(s) since yesterday, " capCount
               " capacity warning(s)"
           CLOSE statusRep
      **** GOBACK, not STOP RUN, so the RUN-CTL driver regains     ****
      *    control when this job runs as a sequenced step - behaves    *
                           OR lg-result = "AUTHFAIL"
                           OR lg-result = "LOCKOUT"
                           OR lg-result = "LOCKED"
                           OR lg-result = "REFUSED"
                           OR lg-result = "DISABLED"
                           OR lg-result = "DORMANT"
                           OR lg-result = "REENABLE")
                           MOVE lg-date to se-date
                           MOVE lg-time to se-time
                           MOVE lg-user to se-user
               WRITE printRep FROM noneLine AFTER ADVANCING 1 LINES
           END-IF.

      ******************************************************************
      * Files and steps in warning at the last CAP-TREND run         *
      ******************************************************************
       CAPACITY-SECTION.
           MOVE "CAPACITY WARNINGS (capwarn.txt)" to sectHead
           WRITE printRep FROM sectHead AFTER ADVANCING 2 LINES
           OPEN INPUT warnFile
           IF warnFile-Status NOT = "00"
               MOVE "  no capacity trend run on disk" to noneLine
               WRITE printRep FROM noneLine AFTER ADVANCING 1 LINES
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL warnEOF = "Y"
               READ warnFile
                   AT END
                       MOVE "Y" to warnEOF
                   NOT AT END
                       IF cw-kind = "S"
                           MOVE "STEP" to cp-kind
                       ELSE
                           MOVE "FILE" to cp-kind
                       END-IF
                       MOVE cw-name to cp-name
                       MOVE cw-text to cp-text
                       MOVE cw-date to cp-date
                       WRITE printRep FROM capLine
                           AFTER ADVANCING 1 LINES
                       ADD 1 to capCount
               END-READ
           END-PERFORM
           CLOSE warnFile
           IF capCount = ZEROES
               MOVE "  none" to noneLine
               WRITE printRep FROM noneLine AFTER ADVANCING 1 LINES
           END-IF.

       END PROGRAM OPS-STATUS.
