      *          wrong passwords lock the operator on the file until a
      *          senior resets them in SEC-MAINT, with the lockout and
      *          the denied attempts on seclog.txt.
      *          Each successful sign-on is dated on the operator's
      *          record and logged with the calling program, so
      *          SEC-DORMANT can disable an ID left unused and
      *          SEC-RECERT can show what each operator really runs.
      *          A disabled ID stays out until a senior re-enables it
      *          in SEC-MAINT.
      *          An operator tied to an agent or manager code signs on
      *          at inquiry level whatever the file says.
      *          When secfile.dat has never been built the caller is
      *          let in at senior level with a console warning so the
      *          shop can bootstrap SEC-MAINT.
               03 sec-locked pic x(1).
               03 sec-oldPw1 pic x(8).
               03 sec-oldPw2 pic x(8).
               03 sec-scope pic x(1).
               03 sec-agent pic x(5).
               03 sec-lastOn pic 9(8).
               03 sec-super pic x(8).

           fd secLog.
           01 secLogRec pic x(60).
           03 lg-user pic x(8).
           03      pic x VALUE SPACE.
           03 lg-result pic x(8).
           03      pic x VALUE SPACE.
           03 lg-prog pic x(12).

       01 lg-tstamp.
           03 wsLogDate pic 9(8).
       01 so-user pic x(8).
       01 so-level pic 9(1).
       01 so-ok pic x(1).
       01 so-prog pic x(12).

       PROCEDURE DIVISION USING so-user so-level so-ok so-prog.
       MAIN.
           MOVE "N" to so-ok
           MOVE ZEROES to so-level

           IF signedOn = "Y"
               MOVE sec-level to so-level
      **** An operator tied to an agent or manager code sees only ***
      *    that book, and only to look - bookchk does the filtering    *
               IF sec-scope = "A" OR sec-scope = "M"
                   MOVE 1 to so-level
               END-IF
               MOVE "Y" to so-ok
               PERFORM LOG-SIGNON
               DISPLAY "Signed on as " so-user " at authority level "
               PERFORM LOG-LOCKED
               EXIT PARAGRAPH
           END-IF
      **** SEC-DORMANT disabled the ID for going unused ****
           IF sec-locked = "D"
               DISPLAY "Operator ID disabled after going unused - a "
                   "senior operator must re-enable it in SEC-MAINT"
               PERFORM LOG-DISABLED
               EXIT PARAGRAPH
           END-IF

           IF sec-password NOT = pw-entered
               DISPLAY "Sign-on failed"
           PERFORM CHECK-EXPIRY
           IF pwChanged NOT = "X"
               MOVE "Y" to signedOn
               MOVE today8 to sec-lastOn
           END-IF
           REWRITE secRec.

           MOVE "LOCKED" to lg-result
           PERFORM WRITE-LOG.

      **** An attempt against an ID disabled for going unused ****
       LOG-DISABLED.
           MOVE "DISABLED" to lg-result
           PERFORM WRITE-LOG.

       LOG-PWCHANGE.
           MOVE "PWCHG" to lg-result
           PERFORM WRITE-LOG.
           MOVE wsLogDate to lg-date
           MOVE wsLogTime to lg-time
           MOVE so-user to lg-user
           MOVE so-prog to lg-prog
           WRITE secLogRec FROM logLine
           CLOSE secLog.

