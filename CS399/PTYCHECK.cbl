      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared party-presence routine - one CALLable place
      *          that knows how a deposit account with several
      *          parties on ACCTPTY may be signed for, so the
      *          withdrawal window, the teller screen and the
      *          maturity run all refuse the same payouts.  A joint
      *          AND account needs every owner present, a joint OR
      *          account any one owner, and a corporate account the
      *          required number of its authorized signatories; a
      *          beneficiary signs for nothing while the account
      *          stands.  An account with no parties on file is its
      *          master owner's alone and is not second-guessed.  See
      *          PTYCREC for the calling convention.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTYCHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PARTY-FILE
           ASSIGN TO "ACCTPTY"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APTY-KEY
           ALTERNATE RECORD KEY IS APTY-CIF-NUMBER WITH DUPLICATES
           FILE STATUS IS WS-PTY-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PARTY-FILE
           DATA RECORD IS APTY-REC.

       COPY "APTYREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PTY-STATUS PIC X(2).
       01 WS-PTY-EOF PIC X(1) VALUE "N".

      ******************************************************************
      * THE ACCOUNT'S PARTIES, LOADED ONCE PER CALL.
      ******************************************************************
       01 WS-PARTY-COUNT PIC 9(2) VALUE ZERO.
       01 WS-PARTY-TABLE.
           05 WS-PARTY-ENTRY OCCURS 20 TIMES INDEXED BY PT-IDX.
               10 WS-PT-CIF PIC 9(5).
               10 WS-PT-ROLE PIC X(1).
               10 WS-PT-PRESENT PIC X(1).
       01 WS-OWNER-COUNT PIC 9(2) VALUE ZERO.
       01 WS-AND-COUNT PIC 9(2) VALUE ZERO.
       01 WS-SIGNATORY-COUNT PIC 9(2) VALUE ZERO.
       01 WS-SIGNERS-REQUIRED PIC 9(1) VALUE ZERO.

       01 WS-SUB PIC 9(2) VALUE ZERO.
       01 WS-OWNERS-PRESENT PIC 9(2) VALUE ZERO.
       01 WS-SIGNERS-PRESENT PIC 9(2) VALUE ZERO.
       01 WS-NEEDED-ED PIC 9.
       01 WS-SHORT-ED PIC 9.

       LINKAGE SECTION.

       COPY "PTYCREC.cpy".

       PROCEDURE DIVISION USING PARTY-CHECK-AREA.
       0000-DISPATCH.
           MOVE "Y" TO PTC-RESULT.
           MOVE SPACES TO PTC-MESSAGE.
           PERFORM 1000-LOAD-PARTIES THRU 1000-LOAD-PARTIES-EXIT.
           PERFORM 2000-SET-RULE.
           IF PTC-FUNCTION = "C" AND NOT PTC-RULE-NONE
               PERFORM 3000-PROVE-PRESENCE
           END-IF.
           GOBACK.

      ******************************************************************
      * 1000-LOAD-PARTIES - every ACCTPTY row for the account, read
      * from the first key of the account forward.  No party file on
      * hand means no account has parties.
      ******************************************************************
       1000-LOAD-PARTIES.
           MOVE ZERO TO WS-PARTY-COUNT WS-OWNER-COUNT WS-AND-COUNT
               WS-SIGNATORY-COUNT WS-SIGNERS-REQUIRED.
           OPEN INPUT PARTY-FILE.
           IF WS-PTY-STATUS = "35"
               GO TO 1000-LOAD-PARTIES-EXIT
           END-IF.
           IF WS-PTY-STATUS NOT = "00"
               DISPLAY "*** FILE ERROR ON PARTY-FILE"
               DISPLAY "*** FILE STATUS = " WS-PTY-STATUS
               STOP RUN
           END-IF.
           MOVE "N" TO WS-PTY-EOF.
           MOVE PTC-ACCOUNT-NUMBER TO APTY-ACCOUNT-NUMBER.
           MOVE ZERO TO APTY-CIF-NUMBER.
           START PARTY-FILE KEY IS NOT LESS THAN APTY-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PTY-EOF
           END-START.
           PERFORM 1100-LOAD-ONE-PARTY THRU 1100-LOAD-ONE-PARTY-EXIT
               UNTIL WS-PTY-EOF = "Y".
           CLOSE PARTY-FILE.
       1000-LOAD-PARTIES-EXIT.
           EXIT.

       1100-LOAD-ONE-PARTY.
           READ PARTY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PTY-EOF
                   GO TO 1100-LOAD-ONE-PARTY-EXIT
           END-READ.
           IF APTY-ACCOUNT-NUMBER NOT = PTC-ACCOUNT-NUMBER
               MOVE "Y" TO WS-PTY-EOF
               GO TO 1100-LOAD-ONE-PARTY-EXIT
           END-IF.
           IF WS-PARTY-COUNT >= 20
               GO TO 1100-LOAD-ONE-PARTY-EXIT
           END-IF.
           ADD 1 TO WS-PARTY-COUNT.
           SET PT-IDX TO WS-PARTY-COUNT.
           MOVE APTY-CIF-NUMBER TO WS-PT-CIF(PT-IDX).
           MOVE APTY-ROLE TO WS-PT-ROLE(PT-IDX).
           MOVE "N" TO WS-PT-PRESENT(PT-IDX).
           IF APTY-OWNER
               ADD 1 TO WS-OWNER-COUNT
           END-IF.
           IF APTY-JOINT-AND
               ADD 1 TO WS-AND-COUNT
           END-IF.
           IF APTY-SIGNATORY
               ADD 1 TO WS-SIGNATORY-COUNT
           END-IF.
           IF APTY-PRIMARY
               MOVE APTY-SIGNERS-REQUIRED TO WS-SIGNERS-REQUIRED
           END-IF.
       1100-LOAD-ONE-PARTY-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SET-RULE - signatories, where the account has any,
      * govern it (the owner is a corporation that cannot come to the
      * window); otherwise one AND owner makes every owner needed;
      * otherwise any one owner will do.
      ******************************************************************
       2000-SET-RULE.
           MOVE WS-PARTY-COUNT TO PTC-PARTY-COUNT.
           IF WS-PARTY-COUNT = ZERO
               SET PTC-RULE-NONE TO TRUE
               MOVE 1 TO PTC-PRESENCE-NEEDED
               MOVE "SOLE OWNER AS ON THE DEPOSIT MASTER" TO PTC-MESSAGE
           ELSE IF WS-SIGNATORY-COUNT > ZERO
               SET PTC-RULE-SIGNATORIES TO TRUE
               IF WS-SIGNERS-REQUIRED = ZERO
                   MOVE 1 TO WS-SIGNERS-REQUIRED
               END-IF
               IF WS-SIGNERS-REQUIRED > WS-SIGNATORY-COUNT
                   MOVE WS-SIGNATORY-COUNT TO WS-SIGNERS-REQUIRED
               END-IF
               MOVE WS-SIGNERS-REQUIRED TO PTC-PRESENCE-NEEDED
               MOVE WS-SIGNERS-REQUIRED TO WS-NEEDED-ED
               STRING "SIGNATORY ACCOUNT - " DELIMITED BY SIZE
                   WS-NEEDED-ED DELIMITED BY SIZE
                   " AUTHORIZED SIGNATORY(IES) MUST SIGN"
                   DELIMITED BY SIZE
                   INTO PTC-MESSAGE
           ELSE IF WS-AND-COUNT > ZERO
               SET PTC-RULE-ALL-OWNERS TO TRUE
               IF WS-OWNER-COUNT > 9
                   MOVE 9 TO PTC-PRESENCE-NEEDED
               ELSE
                   MOVE WS-OWNER-COUNT TO PTC-PRESENCE-NEEDED
               END-IF
               MOVE PTC-PRESENCE-NEEDED TO WS-NEEDED-ED
               STRING "JOINT AND ACCOUNT - ALL " DELIMITED BY SIZE
                   WS-NEEDED-ED DELIMITED BY SIZE
                   " OWNERS MUST SIGN" DELIMITED BY SIZE
                   INTO PTC-MESSAGE
           ELSE
               SET PTC-RULE-ANY-OWNER TO TRUE
               MOVE 1 TO PTC-PRESENCE-NEEDED
               MOVE "JOINT OR ACCOUNT - ANY ONE OWNER MAY SIGN"
                   TO PTC-MESSAGE
           END-IF.

      ******************************************************************
      * 3000-PROVE-PRESENCE - marks each keyed CIF present against
      * the table (a CIF keyed twice counts once; one not a party, or
      * a beneficiary, counts for nothing) and tests the rule.
      ******************************************************************
       3000-PROVE-PRESENCE.
           PERFORM 3100-MARK-PRESENT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > PTC-PRESENT-COUNT OR WS-SUB > 6.
           MOVE ZERO TO WS-OWNERS-PRESENT WS-SIGNERS-PRESENT.
           PERFORM 3200-COUNT-PRESENT
               VARYING PT-IDX FROM 1 BY 1
               UNTIL PT-IDX > WS-PARTY-COUNT.
           MOVE SPACES TO PTC-MESSAGE.
           IF PTC-RULE-SIGNATORIES
               IF WS-SIGNERS-PRESENT < PTC-PRESENCE-NEEDED
                   SET PTC-PARTIES-SHORT TO TRUE
                   COMPUTE WS-SHORT-ED =
                       PTC-PRESENCE-NEEDED - WS-SIGNERS-PRESENT
                   STRING WS-SHORT-ED DELIMITED BY SIZE
                       " MORE AUTHORIZED SIGNATORY(IES) MUST SIGN"
                       DELIMITED BY SIZE
                       INTO PTC-MESSAGE
               END-IF
           ELSE IF PTC-RULE-ALL-OWNERS
               IF WS-OWNERS-PRESENT < WS-OWNER-COUNT
                   SET PTC-PARTIES-SHORT TO TRUE
                   COMPUTE WS-SHORT-ED =
                       WS-OWNER-COUNT - WS-OWNERS-PRESENT
                   STRING "JOINT AND ACCOUNT - " DELIMITED BY SIZE
                       WS-SHORT-ED DELIMITED BY SIZE
                       " OWNER(S) NOT PRESENT" DELIMITED BY SIZE
                       INTO PTC-MESSAGE
               END-IF
           ELSE
               IF WS-OWNERS-PRESENT = ZERO
                   SET PTC-PARTIES-SHORT TO TRUE
                   MOVE "NO OWNER OF THE ACCOUNT IS PRESENT"
                       TO PTC-MESSAGE
               END-IF
           END-IF.
           IF PTC-PARTIES-OK
               MOVE "REQUIRED PARTIES PRESENT" TO PTC-MESSAGE
           END-IF.

       3100-MARK-PRESENT.
           PERFORM 3110-MARK-ONE-ENTRY
               VARYING PT-IDX FROM 1 BY 1
               UNTIL PT-IDX > WS-PARTY-COUNT.

       3110-MARK-ONE-ENTRY.
           IF WS-PT-CIF(PT-IDX) = PTC-PRESENT-CIF(WS-SUB)
               MOVE "Y" TO WS-PT-PRESENT(PT-IDX)
           END-IF.

       3200-COUNT-PRESENT.
           IF WS-PT-PRESENT(PT-IDX) = "Y"
               IF WS-PT-ROLE(PT-IDX) = "P" OR
                   WS-PT-ROLE(PT-IDX) = "A" OR
                   WS-PT-ROLE(PT-IDX) = "O"
                   ADD 1 TO WS-OWNERS-PRESENT
               END-IF
               IF WS-PT-ROLE(PT-IDX) = "S"
                   ADD 1 TO WS-SIGNERS-PRESENT
               END-IF
           END-IF.

       END PROGRAM PTYCHECK.
