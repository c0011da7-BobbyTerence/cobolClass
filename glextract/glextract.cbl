      * Purpose: Nightly general-ledger extract - reads today's
      *          polaudit.txt entries and turns the premium activity
      *          (new business, changes, cancellations, reinstatements)
      *          and the commission and manager override expense on it
      *          into balanced debit/credit journal records the GL
      *          system loads, with a control page proving debits equal
      *          credits
      *            1200RECV  premium receivable
      *            4100WPRM  written premium
      *            5100COMM  commission expense
      *            5150OVRD  manager override expense
      *            2100CPAY  commission payable
      * Tectonics: cobc
      ******************************************************************
               03 region pic x(2).
               03 manager-code pic x(5).
               03 active-status pic x(2) VALUE "AC".
               03 agent-taxId pic x(9).
               03 agent-tinType pic x(1).
               03 agent-legalName pic x(30).
               03 agent-remitAddr pic x(30).
               03 agent-remitCity pic x(15).
               03 agent-remitState pic x(2).
               03 agent-remitZip pic x(9).

      **** layout must match final.cbl's polFileRec byte for byte ****
           fd polFile.
       01 pd-idx pic 9(3).
       01 pd-found pic x VALUE "N".

      **** Manager override - the writing agent's manager earns    ****
      *    the ovrrate.dat rate on the same premium movement           *
       01 ovrMgr pic x(5).
       01 ovrRate pic 9(2)v99.
       01 ovrDelta pic s9(7)v99.

       01 glDate8 pic 9(8).
       01 wsAccount pic x(8).
       01 wsDr pic 9(9)v99.
           ELSE
               PERFORM POST-PREMIUM
               PERFORM POST-COMMISSION
               PERFORM POST-OVERRIDE
           END-IF.

      **** Written premium - a positive movement debits the        ****
                   END-IF
           END-READ.

      **** Override expense for the writing agent's manager, booked ***
      *    under the manager's code - skipped when the agent is        *
      *    unknown, has no manager, or the manager has no rate for the *
      *    type                                                         *
       POST-OVERRIDE.
           MOVE glAgent to agent-code
           READ agentFile
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF manager-code = SPACES OR manager-code = glAgent
               EXIT PARAGRAPH
           END-IF
           MOVE manager-code to ovrMgr
           CALL "ovrrate" USING ovrMgr, glType, ovrRate
           COMPUTE ovrDelta ROUNDED = premDelta * ovrRate / 100
           IF ovrDelta = ZEROES
               EXIT PARAGRAPH
           END-IF
           MOVE ovrMgr to glAgent
           IF ovrDelta < ZEROES
               COMPUTE absAmount = 0 - ovrDelta
               MOVE "2100CPAY" to wsAccount
               MOVE absAmount to wsDr
               MOVE ZEROES to wsCr
               PERFORM WRITE-JOURNAL
               MOVE "5150OVRD" to wsAccount
               MOVE ZEROES to wsDr
               MOVE absAmount to wsCr
               PERFORM WRITE-JOURNAL
           ELSE
               MOVE ovrDelta to absAmount
               MOVE "5150OVRD" to wsAccount
               MOVE absAmount to wsDr
               MOVE ZEROES to wsCr
               PERFORM WRITE-JOURNAL
               MOVE "2100CPAY" to wsAccount
               MOVE ZEROES to wsDr
               MOVE absAmount to wsCr
               PERFORM WRITE-JOURNAL
           END-IF.

      **** The record area is rebuilt whole on every write - fields ***
      *    left from the previous line would not survive the WRITE     *
       WRITE-JOURNAL.
