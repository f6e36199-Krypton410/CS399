      *          interest, penalty, net proceeds) is printed for the
      *          client to sign - in place of the old flat 2%-of-
      *          principal figure that was disputed at the counter
      *          weekly.  A joint or corporate account pays only
      *          when the owners or signatories its ACCTPTY rule
      *          calls for are keyed in as present.  The account's
      *          product on PRODTAB decides whether it may be
      *          preterminated at all, after how many days, at what
      *          penalty and withholding rate; a long-term deposit
      *          exempt from final tax when held to term is assessed
      *          the waived tax on all interest it earned, including
      *          interest already capitalized, at the rate for the
      *          years it was actually held.  Nothing is paid out
      *          while the day's month is closed on PERIODCTL.  Each
      *          change it makes to the deposit master is journalled to
      *          RCVJRNL through RJNLOG, so ROLLFWD can reapply it after
      *          a restore.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      * PARAMETER AREA FOR THE SHARED SPOOLCAP SPOOL CAPTURE ROUTINE.
       COPY "SPOOLREC.cpy".

      * PARTY-PRESENCE CHECK FIELDS - THE CIF NUMBERS OF THE PARTIES
      * AT THE WINDOW ARE KEYED INTO THE SHARED PTYCHECK AREA.
       COPY "PTYCREC.cpy".
       01 WS-PARTY-CIF-IN PIC 9(5) VALUE ZERO.
       01 WS-PARTY-KEY-DONE PIC X VALUE "N".

      ******************************************************************
      * PRO-RATA SETTLEMENT FIELDS - DAYS HELD RUN FROM THE DEPOSIT
      * DATE TO TODAY COUNTED BY THE SHARED DATECALC ROUTINE (TRUE
      * THE INTEREST THE SETTLEMENT ACTUALLY GRANTS.
       01 WS-WTAX-RATE PIC V99 VALUE .20.
       01 WS-TAX-WITHHELD PIC 9(7)V99 VALUE ZERO.

      ******************************************************************
      * PRODUCT FIELDS - THE ACCOUNT'S PRODUCT RULES COME OFF THE
      * SHARED PRODLKUP ROUTINE.  A PRETERMINATED PRODUCT THAT WAS
      * EXEMPT WHEN HELD TO TERM ALSO PAYS THE WAIVED TAX ON THE
      * INTEREST ALREADY CAPITALIZED INTO ITS PRINCIPAL, SUMMED OFF
      * THE DEPTXN INTEREST ROWS SINCE THE DEPOSIT DATE.
      ******************************************************************
       COPY "PRDLREC.cpy".
       01 WS-PRETERM-SWITCH PIC X VALUE "Y".
           88 PRETERM-PERMITTED VALUE "Y".
           88 PRETERM-REFUSED VALUE "N".
       01 WS-MIN-DAYS-ED PIC ZZ9.
       01 WS-TXN-EOF PIC X VALUE "N".
       01 WS-CAPITALIZED-INTEREST PIC 9(7)V99 VALUE ZERO.
       01 WS-WAIVED-TAX PIC 9(7)V99 VALUE ZERO.
       01 WS-WTAX-DIGITS PIC 99 VALUE ZERO.
       01 WS-WTAX-PERCENT PIC X(3) VALUE SPACES.
       01 WS-NET-PROCEEDS PIC 9(8)V99 VALUE ZERO.
       01 WS-DAYS-ED PIC ZZZZ9.
       01 WS-MONEY-ED PIC ZZ,ZZZ,ZZ9.99.
       01 DASH-LINE PIC X(60) VALUE ALL "-".

      * PARAMETER AREA FOR THE SHARED PERDCHK POSTING PERIOD ROUTINE.
       COPY "PDCREC.cpy".

      * PARAMETER AREA FOR THE SHARED RJNLOG RECOVERY JOURNAL ROUTINE.
       COPY "RJLREC.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE "WITHDRAW" TO RJL-PROGRAM.
           MOVE "D" TO RJL-MASTER.
      * THE STATION IDENTIFIES ITSELF BEFORE ANY LOCK IS TAKEN - A
      * SHARED OWNER ID WOULD MAKE TWO STATIONS TREAT EACH OTHER'S
      * LIVE LOCK AS THEIR OWN, WHICH IS THE LOST-UPDATE THE LOCKS
               NOT INVALID KEY
                   SET ACCOUNT-FOUND TO TRUE
           END-READ.
           ACCEPT WS-TXN-DATE FROM DATE YYYYMMDD.
           MOVE WS-TXN-DATE TO PDC-DATE.
           CALL "PERDCHK" USING PERIOD-CHECK-AREA.
           IF ACCOUNT-NOT-FOUND
               DISPLAY "NO SUCH ACCOUNT ON FILE"
           ELSE IF DEPOSIT-CLOSED-OUT
               DISPLAY "ACCOUNT IS ALREADY CLOSED - NOTHING TO "
                   "WITHDRAW"
           ELSE IF PDC-PERIOD-CLOSED
               DISPLAY "THIS MONTH IS CLOSED FOR POSTING - "
                   "WITHDRAWAL REFUSED"
           ELSE
               PERFORM FETCH-ACCOUNT-HOLD
               IF WS-HELD-AMOUNT > ZERO
                   DISPLAY "A CLOSURE WOULD PAY OUT PAST THE FREE "
                       "BALANCE - WITHDRAWAL REFUSED"
               ELSE
                   PERFORM CHECK-ACCOUNT-PARTIES
                       THRU CHECK-ACCOUNT-PARTIES-DONE
                   IF PTC-PARTIES-SHORT
                       DISPLAY "*** " PTC-MESSAGE
                       DISPLAY "WITHDRAWAL HELD AT THE WINDOW."
                   ELSE
                       PERFORM CHECK-PRESENTED-CERT
                           THRU CHECK-PRESENTED-CERT-DONE
                       IF CERT-CHECK-REFUSED
                           DISPLAY "WITHDRAWAL HELD AT THE WINDOW."
                       ELSE
                           PERFORM CHECK-PRODUCT-PRETERM
                           IF PRETERM-REFUSED
                               DISPLAY "WITHDRAWAL HELD AT THE WINDOW."
                           ELSE
                               PERFORM PROCESS-WITHDRAWAL
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE DEP-BALANCE-OUT TO WS-CLOSING-BALANCE.
           MOVE ZERO TO DEP-BALANCE-OUT.
           MOVE "C" TO DEPOSIT-STATUS-OUT.
           MOVE NEW-FILE TO RJL-IMAGE.
           REWRITE NEW-FILE.
           IF WS-FILE-STATUS = "00"
               MOVE "C" TO RJL-ACTION
               CALL "RJNLOG" USING RECOVERY-JOURNAL-AREA
           END-IF.
           PERFORM WRITE-CLOSURE-TXN.
           COMPUTE WS-FCTL-D-VALUE = ZERO - WS-CLOSING-BALANCE.
           PERFORM UPDATE-CONTROL-RECORD.
      ******************************************************************
       SETTLE-EARLY-WITHDRAWAL.
           MOVE PRINCIPAL_AMOUNT_OUT TO WS-PRINCIPAL-WORK.
           PERFORM DAYS-HELD-TO-TODAY.
           PERFORM RATE-IN-HAND.
      * PENALTY AND WITHHOLDING FOLLOW THE ACCOUNT'S PRODUCT; THE
      * PRODUCT AREA STILL HOLDS THE "W" LOOKUP FROM THE PRETERM
      * CHECK FOR THESE DAYS HELD.
           MOVE PRL-PENALTY-RATE TO WS-PENALTY-RATE.
           COMPUTE WS-PCT-DIGITS = WS-PENALTY-RATE * 100.
           PERFORM PERCENT-TEXT.
           MOVE WS-WTAX-PERCENT TO WS-PENALTY-PERCENT.
           MOVE PRL-PRETERM-WTAX-RATE TO WS-WTAX-RATE.
           COMPUTE WS-ACCRUED-INTEREST ROUNDED =
               WS-PRINCIPAL-WORK * WS-RATE-IN-HAND *
               WS-DAYS-HELD / 365.
               WS-ACCRUED-INTEREST - WS-PENALTY-AMOUNT.
           COMPUTE WS-TAX-WITHHELD ROUNDED =
               WS-NEW-INTEREST * WS-WTAX-RATE.
           MOVE ZERO TO WS-CAPITALIZED-INTEREST.
           MOVE ZERO TO WS-WAIVED-TAX.
           IF PRL-WTAX-EXEMPT-AT-TERM
               PERFORM SUM-CAPITALIZED-INTEREST
               COMPUTE WS-WAIVED-TAX ROUNDED =
                   WS-CAPITALIZED-INTEREST * WS-WTAX-RATE
               ADD WS-WAIVED-TAX TO WS-TAX-WITHHELD
           END-IF.
           COMPUTE WS-NET-PROCEEDS =
               WS-PRINCIPAL-WORK + WS-NEW-INTEREST - WS-TAX-WITHHELD.
           MOVE WS-NEW-INTEREST TO INTEREST-OUT.
           DISPLAY "EARLY WITHDRAWAL SETTLED PRO-RATA - SEE "
               "SETTLEMENT STATEMENT.".

      ******************************************************************
      * DAYS-HELD-TO-TODAY - calendar days from the deposit date to
      * today off the shared DATECALC routine, never negative.
      ******************************************************************
       DAYS-HELD-TO-TODAY.
           MOVE "D" TO DC-FUNCTION.
           MOVE DEPOSIT-DATE-OUT TO DC-DATE-1.
           MOVE WS-TODAY TO DC-DATE-2.
           CALL "DATECALC" USING DATE-CALC-AREA.
           MOVE DC-RESULT-DAYS TO WS-DAYS-HELD.
           IF WS-DAYS-HELD < ZERO
               MOVE ZERO TO WS-DAYS-HELD
           END-IF.

      ******************************************************************
      * CHECK-PRODUCT-PRETERM - a deposit not yet at maturity may be
      * withdrawn only if its product allows pretermination, and
      * only once the product's minimum holding period has run.  The
      * product's rules and the withholding rate for the days held
      * are left in the PRODLKUP area for the settlement.
      ******************************************************************
       CHECK-PRODUCT-PRETERM.
           SET PRETERM-PERMITTED TO TRUE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM DAYS-HELD-TO-TODAY.
           MOVE "W" TO PRL-FUNCTION.
           MOVE DEP-PRODUCT-CODE-OUT TO PRL-PRODUCT-CODE.
           MOVE WS-DAYS-HELD TO PRL-DAYS-HELD.
           CALL "PRODLKUP" USING PRODUCT-LOOKUP-AREA.
           IF WS-TODAY < MATURITY-DATE-OUT
               IF NOT PRL-PRETERM-OK
                   DISPLAY "PRODUCT " PRL-PRODUCT-NAME
                       " CANNOT BE PRETERMINATED."
                   SET PRETERM-REFUSED TO TRUE
               ELSE IF WS-DAYS-HELD < PRL-PRETERM-MIN-DAYS
                   MOVE PRL-PRETERM-MIN-DAYS TO WS-MIN-DAYS-ED
                   DISPLAY "PRODUCT " PRL-PRODUCT-NAME
                       " MUST BE HELD " WS-MIN-DAYS-ED
                       " DAYS BEFORE PRETERMINATION."
                   SET PRETERM-REFUSED TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * SUM-CAPITALIZED-INTEREST - the interest postings on DEPTXN
      * for the account since its deposit date: what the annual
      * capitalization already added to the principal tax-free.
      ******************************************************************
       SUM-CAPITALIZED-INTEREST.
           MOVE "N" TO WS-TXN-EOF.
           OPEN INPUT TXN-FILE.
           IF WS-TXN-STATUS = "35"
               MOVE "Y" TO WS-TXN-EOF
           END-IF.
           PERFORM SUM-ONE-INTEREST-ROW THRU SUM-ONE-INTEREST-ROW-EXIT
               UNTIL WS-TXN-EOF = "Y".
           IF WS-TXN-STATUS NOT = "35"
               CLOSE TXN-FILE
           END-IF.

       SUM-ONE-INTEREST-ROW.
           READ TXN-FILE
               AT END
                   MOVE "Y" TO WS-TXN-EOF
               NOT AT END
                   IF TXN-ACCOUNT-NUMBER = ACCOUNT_NUMBER_OUT AND
                       TXN-INTEREST AND
                       TXN-DATE >= DEPOSIT-DATE-OUT
                       ADD TXN-AMOUNT TO WS-CAPITALIZED-INTEREST
                   END-IF
           END-READ.
       SUM-ONE-INTEREST-ROW-EXIT.
           EXIT.

      ******************************************************************
      * PERCENT-TEXT - WS-PCT-DIGITS as whole-percent text ("2% ",
      * "12%") in WS-WTAX-PERCENT.
      ******************************************************************
       PERCENT-TEXT.
           MOVE WS-PCT-DIGITS TO WS-WTAX-DIGITS.
           MOVE SPACES TO WS-WTAX-PERCENT.
           IF WS-WTAX-DIGITS < 10
               MOVE WS-PCT-DIGITS-X(2:1) TO WS-WTAX-PERCENT(1:1)
               MOVE "%" TO WS-WTAX-PERCENT(2:1)
           ELSE
               MOVE WS-PCT-DIGITS-X TO WS-WTAX-PERCENT(1:2)
               MOVE "%" TO WS-WTAX-PERCENT(3:1)
           END-IF.

      ******************************************************************
      * RATE-IN-HAND - the record's numeric rate, or the PERCENT text
      * read back for an account keyed before the rate field existed.
               WS-MONEY-ED DELIMITED BY SIZE
               INTO STMT-REC.
           WRITE STMT-REC.
           MOVE SPACES TO STMT-REC.
           STRING "PRODUCT          : " DELIMITED BY SIZE
               PRL-PRODUCT-NAME DELIMITED BY SIZE
               INTO STMT-REC.
           WRITE STMT-REC.
           IF PRL-WTAX-EXEMPT-AT-TERM
               MOVE WS-CAPITALIZED-INTEREST TO WS-MONEY-ED
               MOVE SPACES TO STMT-REC
               STRING "INTEREST CAPITALIZED TAX-FREE : " WS-MONEY-ED
                   DELIMITED BY SIZE INTO STMT-REC
               WRITE STMT-REC
               MOVE WS-WAIVED-TAX TO WS-MONEY-ED
               MOVE SPACES TO STMT-REC
               STRING "WAIVED TAX NOW ASSESSED       : " WS-MONEY-ED
                   DELIMITED BY SIZE INTO STMT-REC
               WRITE STMT-REC
           END-IF.
           COMPUTE WS-PCT-DIGITS = WS-WTAX-RATE * 100.
           PERFORM PERCENT-TEXT.
           MOVE WS-TAX-WITHHELD TO WS-MONEY-ED.
           MOVE SPACES TO STMT-REC.
           STRING "WITHHOLDING TAX (" DELIMITED BY SIZE
               WS-WTAX-PERCENT DELIMITED BY SIZE
               ") : " DELIMITED BY SIZE
               WS-MONEY-ED DELIMITED BY SIZE
               INTO STMT-REC.
           WRITE STMT-REC.
           MOVE WS-NET-PROCEEDS TO WS-MONEY-ED.
           MOVE SPACES TO STMT-REC.
           WRITE STMT-REC.
           CLOSE STATEMENT-FILE.

      ******************************************************************
      * CHECK-ACCOUNT-PARTIES - an account with joint owners or
      * signatories on ACCTPTY pays only when the parties its rule
      * calls for are at the window: the teller reads the rule off
      * PTYCHECK, keys the CIF number of each party present, and
      * PTYCHECK proves them.  A sole-owner account passes as before.
      ******************************************************************
       CHECK-ACCOUNT-PARTIES.
           MOVE "R" TO PTC-FUNCTION.
           MOVE WS-LOOKUP-ACCOUNT TO PTC-ACCOUNT-NUMBER.
           MOVE ZERO TO PTC-PRESENT-COUNT.
           CALL "PTYCHECK" USING PARTY-CHECK-AREA.
           IF PTC-RULE-NONE
               GO TO CHECK-ACCOUNT-PARTIES-DONE
           END-IF.
           DISPLAY PTC-MESSAGE.
           MOVE "N" TO WS-PARTY-KEY-DONE.
           PERFORM TAKE-PRESENT-PARTY
               UNTIL WS-PARTY-KEY-DONE = "Y"
                  OR PTC-PRESENT-COUNT = 6.
           MOVE "C" TO PTC-FUNCTION.
           CALL "PTYCHECK" USING PARTY-CHECK-AREA.
       CHECK-ACCOUNT-PARTIES-DONE.
           EXIT.

       TAKE-PRESENT-PARTY.
           DISPLAY "CIF OF A PARTY PRESENT (0 WHEN DONE) : ".
           ACCEPT WS-PARTY-CIF-IN.
           IF WS-PARTY-CIF-IN = ZERO
               MOVE "Y" TO WS-PARTY-KEY-DONE
           ELSE
               ADD 1 TO PTC-PRESENT-COUNT
               MOVE WS-PARTY-CIF-IN
                   TO PTC-PRESENT-CIF (PTC-PRESENT-COUNT)
           END-IF.

      ******************************************************************
      * CHECK-PRESENTED-CERT - the certificate the client hands over
      * is proven against the register: a cancelled serial (or one
