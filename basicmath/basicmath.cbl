           03      pic x(3) VALUE " = ".
           03 al-result pic ----9.99.

      **** Financial mode work fields - the rate is entered as an
      **** annual percent and worked per period (finI, a fraction);
      **** finGrowth is (1 + finI) to the power of the periods, and
      **** finFactor the part of each formula that turns on the
      **** rate alone, worked first to keep the intermediate results
      **** within 31 digits ****
       01 finChoice pic 9.
       01 finPrincipal pic 9(7)v99.
       01 finPayment pic 9(7)v99.
       01 finAnnual pic 9(4)v9(4).
       01 finPPY pic 99.
       01 finN pic 9(3).
       01 finI pic 9v9(10).
       01 finGrowth pic 9(6)v9(10).
       01 finFactor pic 9(9)v9(10).
       01 finResult pic S9(9)v99.
       01 finError pic x VALUE "N".
       01 finSched pic x.
       01 finDis pic ZZZ,ZZZ,ZZ9.99.
       01 finRateDis pic ZZZ9.9999.

      **** Rate solving - halve the range of periodic rates until
      **** the payment at finMid matches the payment given ****
       01 finLow pic 9v9(10).
       01 finHigh pic 9v9(10).
       01 finMid pic 9v9(10).
       01 finTry pic 9(9)v9(4).

      **** Amortization schedule work fields ****
       01 schedPeriod pic 9(3).
       01 schedBal pic 9(9)v99.
       01 schedInt pic 9(9)v99.
       01 schedPrin pic 9(9)v99.
       01 schedPay pic 9(9)v99.
       01 schedTotInt pic 9(9)v99.

       01 schedHead.
           03      pic x(8) VALUE "Period".
           03      pic x(15) VALUE "        Payment".
           03      pic x(15) VALUE "       Interest".
           03      pic x(15) VALUE "      Principal".
           03      pic x(15) VALUE "        Balance".

       01 schedLine.
           03      pic x(3).
           03 sd-period pic ZZ9.
           03      pic x(2).
           03 sd-pay pic ZZZ,ZZZ,ZZ9.99.
           03      pic x(1).
           03 sd-int pic ZZZ,ZZZ,ZZ9.99.
           03      pic x(1).
           03 sd-prin pic ZZZ,ZZZ,ZZ9.99.
           03      pic x(1).
           03 sd-bal pic ZZZ,ZZZ,ZZ9.99.

      **** Financial audit log line - the amount, annual rate,
      **** periods and payment the calculation used, and its result
      **** (for RATE the annual percent, for SCHED the total
      **** interest over the schedule) ****
       01 finLogLine.
           03 fl-kind pic x(6).
           03      pic x(4) VALUE "amt=".
           03 fl-amt pic ---------9.99.
           03      pic x(6) VALUE " rate=".
           03 fl-rate pic ZZZ9.9999.
           03      pic x(4) VALUE "% n=".
           03 fl-n pic ZZ9.
           03      pic x(5) VALUE " pmt=".
           03 fl-pmt pic ---------9.99.
           03      pic x(3) VALUE " = ".
           03 fl-result pic ---------9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      **** EXTEND (not OUTPUT) so the audit trail survives across runs,
                ACCEPT num2
                DISPLAY "Enter your Operation. 1(+), 2(-), 3(*),"
                DISPLAY "4(/), 5(exponent), 6(modulus),"
                DISPLAY "7(file statistics), 8(financial), 99(quit): "
                ACCEPT operation

                EVALUATE operation
                    WHEN 7
                    DISPLAY "File Statistics"
                       PERFORM 710-file-stats
                    WHEN 8
                    DISPLAY "Financial"
                       PERFORM 800-financial
                    WHEN 99
                       CONTINUE
                    WHEN OTHER
               WRITE auditRec FROM auditLine
               MOVE result to memValue.

      **** 800-financial - installment and time-value questions:
      **** the level payment on a principal, the present value of a
      **** level payment stream, the future value of a present sum
      **** with level payments added, and the rate a payment implies.
      **** The payment calculation can go on to the full
      **** amortization schedule. The first and second numbers are
      **** not used - each calculation asks for its own terms ****
       800-financial.
               DISPLAY "1(payment), 2(present value), 3(future value),"
               DISPLAY "4(rate): "
               ACCEPT finChoice
               EVALUATE finChoice
                   WHEN 1
                       PERFORM 820-payment
                   WHEN 2
                       PERFORM 830-present-value
                   WHEN 3
                       PERFORM 840-future-value
                   WHEN 4
                       PERFORM 850-solve-rate
                   WHEN OTHER
                       DISPLAY "Invalid Financial Operation."
               END-EVALUATE.

      **** 810-get-rate-terms asks for the annual rate and periods
      **** and works out the periodic rate and finGrowth - finError
      **** is Y when the terms cannot be used ****
       810-get-rate-terms.
               MOVE "N" to finError
               DISPLAY "Annual interest rate in percent (e.g. 7.5): "
               ACCEPT finAnnual
               DISPLAY "Periods per year (12 monthly, 0 for 12): "
               ACCEPT finPPY
               IF finPPY = ZEROES
                   MOVE 12 to finPPY
               END-IF
               PERFORM 815-get-periods
               IF finError NOT = "Y"
                   COMPUTE finI = finAnnual / 100 / finPPY
                   PERFORM 816-growth
               END-IF.

       815-get-periods.
               DISPLAY "Number of periods: "
               ACCEPT finN
               IF finN = ZEROES
                   DISPLAY "Error, number of periods must be at least 1"
                   MOVE "Y" to finError
               END-IF.

       816-growth.
               COMPUTE finGrowth = (1 + finI) ** finN
                   ON SIZE ERROR
                       MOVE "Y" to finError
                       DISPLAY "Error, rate and periods too large to "
                           "compute"
               END-COMPUTE.

      **** Level payment = P * i / (1 - 1 / g), or P / n at no
      **** interest ****
       820-payment.
               DISPLAY "Principal: "
               ACCEPT finPrincipal
               PERFORM 810-get-rate-terms
               IF finError = "Y"
                   EXIT PARAGRAPH
               END-IF
               IF finI = ZEROES
                   COMPUTE finResult ROUNDED = finPrincipal / finN
               ELSE
                   COMPUTE finFactor = finI / (1 - 1 / finGrowth)
                   COMPUTE finResult ROUNDED = finPrincipal * finFactor
               END-IF
               MOVE finResult to finDis
               DISPLAY "Payment per period: " finDis
               MOVE "PMT" to fl-kind
               MOVE finPrincipal to fl-amt
               MOVE finResult to fl-pmt
               PERFORM 870-fin-log

               DISPLAY "Print the amortization schedule? (Y/N): "
               ACCEPT finSched
               IF finSched = "Y" OR finSched = "y"
                   PERFORM 860-amort-schedule
               END-IF.

      **** Present value of n level payments = PMT * (g - 1) /
      **** (i * g), or PMT * n at no interest ****
       830-present-value.
               DISPLAY "Payment per period: "
               ACCEPT finPayment
               PERFORM 810-get-rate-terms
               IF finError = "Y"
                   EXIT PARAGRAPH
               END-IF
               IF finI = ZEROES
                   COMPUTE finResult = finPayment * finN
               ELSE
                   COMPUTE finFactor = (finGrowth - 1)
                       / (finI * finGrowth)
                   COMPUTE finResult ROUNDED = finPayment * finFactor
               END-IF
               MOVE finResult to finDis
               DISPLAY "Present value: " finDis
               MOVE "PV" to fl-kind
               MOVE ZEROES to fl-amt
               MOVE finPayment to fl-pmt
               PERFORM 870-fin-log.

      **** Future value = P * g, plus the level payments made at
      **** each period end grown to the last: PMT * (g - 1) / i ****
       840-future-value.
               DISPLAY "Present amount: "
               ACCEPT finPrincipal
               DISPLAY "Payment added each period (0 for none): "
               ACCEPT finPayment
               PERFORM 810-get-rate-terms
               IF finError = "Y"
                   EXIT PARAGRAPH
               END-IF
               IF finI = ZEROES
                   COMPUTE finResult = finPrincipal
                       + finPayment * finN
                       ON SIZE ERROR MOVE "Y" to finError
                   END-COMPUTE
               ELSE
                   COMPUTE finFactor = (finGrowth - 1) / finI
                       ON SIZE ERROR MOVE "Y" to finError
                   END-COMPUTE
                   COMPUTE finResult ROUNDED = finPrincipal * finGrowth
                       + finPayment * finFactor
                       ON SIZE ERROR MOVE "Y" to finError
                   END-COMPUTE
               END-IF
               IF finError = "Y"
                   DISPLAY "Error, future value too large to store"
                   EXIT PARAGRAPH
               END-IF
               MOVE finResult to finDis
               DISPLAY "Future value: " finDis
               MOVE "FV" to fl-kind
               MOVE finPrincipal to fl-amt
               MOVE finPayment to fl-pmt
               PERFORM 870-fin-log.

      **** The annual rate at which n payments of PMT pay off the
      **** principal - the payment rises with the rate, so halving
      **** the range of periodic rates between 0 and 100% closes in
      **** on it ****
       850-solve-rate.
               MOVE "N" to finError
               DISPLAY "Principal: "
               ACCEPT finPrincipal
               DISPLAY "Payment per period: "
               ACCEPT finPayment
               DISPLAY "Periods per year (12 monthly, 0 for 12): "
               ACCEPT finPPY
               IF finPPY = ZEROES
                   MOVE 12 to finPPY
               END-IF
               PERFORM 815-get-periods
               IF finError = "Y"
                   EXIT PARAGRAPH
               END-IF
               IF finPrincipal = ZEROES
                   OR finPayment * finN < finPrincipal
                   DISPLAY "Error, the payments do not cover the "
                       "principal"
                   EXIT PARAGRAPH
               END-IF
               MOVE ZEROES to finLow
               MOVE 1 to finHigh
               IF finPayment * finN = finPrincipal
                   MOVE ZEROES to finMid
               ELSE
                   PERFORM 855-rate-step 45 TIMES
      **** A top end never lowered means more than 100% a period ****
                   IF finHigh = 1
                       DISPLAY "Error, payment implies more than 100% "
                           "interest per period"
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               COMPUTE finAnnual ROUNDED = finMid * finPPY * 100
               MOVE finAnnual to finRateDis
               DISPLAY "Annual interest rate: " finRateDis "%"
               MOVE "RATE" to fl-kind
               MOVE finPrincipal to fl-amt
               MOVE finPayment to fl-pmt
               MOVE finAnnual to finResult
               PERFORM 870-fin-log.

       855-rate-step.
               COMPUTE finMid = (finLow + finHigh) / 2
               COMPUTE finGrowth = (1 + finMid) ** finN
                   ON SIZE ERROR MOVE ZEROES to finGrowth
               END-COMPUTE
      **** Past finGrowth's range the payment is the interest alone **
               IF finGrowth = ZEROES
                   COMPUTE finTry = finPrincipal * finMid
               ELSE IF finGrowth = 1
                   COMPUTE finTry = finPrincipal / finN
               ELSE
                   COMPUTE finFactor = finMid / (1 - 1 / finGrowth)
                   COMPUTE finTry = finPrincipal * finFactor
               END-IF
               IF finTry > finPayment
                   MOVE finMid to finHigh
               ELSE
                   MOVE finMid to finLow
               END-IF.

      **** 860-amort-schedule lists each period of the loan just
      **** calculated - the interest on the balance, the rest of the
      **** payment to principal. The last payment takes whatever
      **** rounding has left on the balance ****
       860-amort-schedule.
               MOVE finPrincipal to schedBal
               MOVE ZEROES to schedTotInt
               DISPLAY schedHead
               PERFORM 865-amort-line
                   VARYING schedPeriod FROM 1 BY 1
                   UNTIL schedPeriod > finN
               MOVE schedTotInt to finDis
               DISPLAY "Total interest: " finDis
               MOVE "SCHED" to fl-kind
               MOVE finPrincipal to fl-amt
               MOVE finResult to fl-pmt
               MOVE schedTotInt to fl-result
               WRITE auditRec FROM finLogLine.

       865-amort-line.
               COMPUTE schedInt ROUNDED = schedBal * finI
               IF schedPeriod = finN
                   COMPUTE schedPay = schedBal + schedInt
               ELSE
                   MOVE finResult to schedPay
               END-IF
               COMPUTE schedPrin = schedPay - schedInt
               SUBTRACT schedPrin FROM schedBal
               ADD schedInt to schedTotInt
               MOVE schedPeriod to sd-period
               MOVE schedPay to sd-pay
               MOVE schedInt to sd-int
               MOVE schedPrin to sd-prin
               MOVE schedBal to sd-bal
               DISPLAY schedLine.

      **** 870-fin-log writes the calculation's audit-log line and
      **** chains the result into memValue when it fits there ****
       870-fin-log.
               MOVE finAnnual to fl-rate
               MOVE finN to fl-n
               MOVE finResult to fl-result
               WRITE auditRec FROM finLogLine
               COMPUTE memValue = finResult
                   ON SIZE ERROR
                       DISPLAY "Result too large for memory - memory "
                           "unchanged"
               END-COMPUTE.

       END PROGRAM MAT-LAB.
