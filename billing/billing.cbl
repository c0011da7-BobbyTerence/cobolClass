           01 planRec.
               03 pp-polNum pic x(6).
               03 pp-plan pic x(1).
               03 pp-draft pic x(1).
               03 pp-bankRoute pic x(9).
               03 pp-bankAcct pic x(17).
               03 pp-acctType pic x(1).

           fd modeFile.
               01 modeRec pic x(1).
