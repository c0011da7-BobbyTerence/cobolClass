               03 sec-locked pic x(1).
               03 sec-oldPw1 pic x(8).
               03 sec-oldPw2 pic x(8).
               03 sec-scope pic x(1).
               03 sec-agent pic x(5).
               03 sec-lastOn pic 9(8).
               03 sec-super pic x(8).

       WORKING-STORAGE SECTION.
       01 oldSec-Status pic xx.
           MOVE ZEROES to sec-fails
           MOVE SPACE to sec-locked
           MOVE SPACES to sec-oldPw1 sec-oldPw2
           MOVE SPACE to sec-scope
           MOVE SPACES to sec-agent
           MOVE ZEROES to sec-lastOn
           MOVE SPACES to sec-super
           WRITE secRec
               INVALID KEY
                   DISPLAY "Error, record could not be loaded: "
