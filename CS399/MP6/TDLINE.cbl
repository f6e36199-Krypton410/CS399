      ******************************************************************
      * Author:
      * Date:
      * Purpose: Tax declaration lineage inquiry and certification -
      *          starting from any TD number or lot, walks the TDREG
      *          register, the XFERREG transfer register and the
      *          LOTLINK subdivision/consolidation links backward and
      *          forward, and lists every predecessor and successor TD
      *          with its owner, issue date, action and the assessed
      *          value it declared, following subdivision branches out
      *          to every child lot and consolidations back to every
      *          merged parent.  On request the same lineage prints to
      *          TDCERT as a certification for the requesting party,
      *          so the clerk stops tracing old declarations by hand
      *          through the register print.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDLINE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT TD-REGISTER-FILE
           ASSIGN TO "TDREG"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TDREG-STATUS.

       SELECT TRANSFER-FILE
           ASSIGN TO "XFERREG"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-XFER-STATUS.

       SELECT LOT-LINK-FILE
           ASSIGN TO "LOTLINK"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LINK-STATUS.

       SELECT CERT-PRINT-FILE
           ASSIGN TO "TDCERT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CERT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      ******************************************************************
      * TD-REGISTER-FILE - one row per TD number issued, in issue
      * order; the lineage is read straight off it.
      ******************************************************************
       FD TD-REGISTER-FILE
           DATA RECORD IS TD-REG-REC.

       COPY "TDREC.cpy".

      ******************************************************************
      * TRANSFER-FILE - the conveyance behind every XFER declaration,
      * for the seller and the deed number on the lineage line.
      ******************************************************************
       FD TRANSFER-FILE
           DATA RECORD IS XFER-REC.

       COPY "XFERREC.cpy".

      ******************************************************************
      * LOT-LINK-FILE - the parent/child pairings that carry the
      * lineage across lot numbers on a subdivision or consolidation.
      ******************************************************************
       FD LOT-LINK-FILE
           DATA RECORD IS LINK-REC.

       COPY "LINKREC.cpy".

       FD CERT-PRINT-FILE
           DATA RECORD IS CERT-PRINT-REC.

       01 CERT-PRINT-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-TDREG-STATUS PIC X(2).
       01 WS-XFER-STATUS PIC X(2).
       01 WS-LINK-STATUS PIC X(2).
       01 WS-CERT-STATUS PIC X(2).
       01 WS-EOF PIC X(1) VALUE "N".
       01 DASH-LINE PIC X(75) VALUE ALL "=".

       01 WS-TODAY PIC 9(8) VALUE ZERO.
       01 CHOICE.
           05 THE_CHOICE PIC X VALUE SPACES.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-REQUESTED-BY PIC X(30) VALUE SPACES.
       01 WS-CERT-ANSWER PIC X VALUE SPACES.
       01 WS-INQUIRIES PIC 9(5) VALUE ZERO.
       01 WS-CERTS-PRINTED PIC 9(5) VALUE ZERO.

      * WS-START-MODE PICKS WHETHER THE INQUIRY OPENS ON A TD NUMBER
      * OR ON A LOT; A LOT OPENS ON ITS LATEST DECLARATION.
       01 WS-START-MODE PIC X VALUE SPACES.
           88 START-FROM-TD VALUE "T".
           88 START-FROM-LOT VALUE "L".
       01 WS-START-TD PIC 9(7) VALUE ZERO.
       01 WS-START-LOT PIC 999999999 VALUE ZERO.

      ******************************************************************
      * REGISTER TABLES - TDREG, LOTLINK AND XFERREG ARE LOADED WHOLE
      * AT EACH INQUIRY.  THE TD TABLE STAYS IN ISSUE ORDER, SO A
      * LOWER SUBSCRIPT IS ALWAYS AN EARLIER DECLARATION; TT-SEEN AND
      * TT-GEN MARK THE ROWS THE WALK HAS REACHED AND HOW MANY STEPS
      * BEFORE (NEGATIVE) OR AFTER (POSITIVE) THE STARTING TD.
      ******************************************************************
       01 WS-TD-MAX PIC 9(4) COMP VALUE 5000.
       01 WS-TD-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-TD-TABLE.
           05 WS-TD-ENTRY OCCURS 5000 TIMES.
               10 TT-NUMBER PIC 9(7).
               10 TT-LOT PIC 999999999.
               10 TT-OWNER PIC A(26).
               10 TT-ACTION PIC X(6).
               10 TT-DATE PIC 9(8).
               10 TT-CANCELS PIC 9(7).
               10 TT-VALUE PIC 999999V99.
               10 TT-SEEN PIC X.
               10 TT-GEN PIC S9(3).

       01 WS-LINK-MAX PIC 9(4) COMP VALUE 2000.
       01 WS-LINK-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-LINK-TABLE.
           05 WS-LINK-ENTRY OCCURS 2000 TIMES.
               10 LK-DATE PIC 9(8).
               10 LK-ACTION PIC X.
               10 LK-PARENT PIC 999999999.
               10 LK-CHILD PIC 999999999.
               10 LK-ALLOC PIC 999999V99.

       01 WS-XFER-MAX PIC 9(4) COMP VALUE 3000.
       01 WS-XFER-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-XFER-TABLE.
           05 WS-XFER-ENTRY OCCURS 3000 TIMES.
               10 XT-DATE PIC 9(8).
               10 XT-LOT PIC 999999999.
               10 XT-SELLER PIC A(26).
               10 XT-BUYER PIC A(26).
               10 XT-DEED PIC X(12).

      * WS-TABLE-SHORT IS SET WHEN A REGISTER OUTGREW ITS TABLE OR
      * THE LINEAGE OUTGREW THE CHAIN, SO THE LISTING SAYS SO.
       01 WS-TABLE-SHORT-SWITCH PIC X VALUE "N".
           88 WS-TABLE-SHORT VALUE "Y".

      ******************************************************************
      * WALK FIELDS - THE CHAIN HOLDS EVERY TD REACHED, IN THE ORDER
      * FOUND; THE BACKWARD PASS EXPANDS THE START AND ITS ANCESTORS,
      * THE FORWARD PASS THE START AND ITS DESCENDANTS, SO A BRANCH
      * IS NEVER FOLLOWED SIDEWAYS INTO A SIBLING'S LINE.
      ******************************************************************
       01 WS-CHAIN-MAX PIC 9(4) COMP VALUE 500.
       01 WS-CHAIN-COUNT PIC 9(4) COMP VALUE ZERO.
       01 WS-CHAIN-TABLE.
           05 WS-CHAIN-ENTRY OCCURS 500 TIMES.
               10 CH-IDX PIC 9(4) COMP.
       01 WS-START-IDX PIC 9(4) COMP VALUE ZERO.
       01 WS-PTR PIC 9(4) COMP VALUE ZERO.
       01 WS-CUR PIC 9(4) COMP VALUE ZERO.
       01 WS-I PIC 9(4) COMP VALUE ZERO.
       01 WS-J PIC S9(4) COMP VALUE ZERO.
       01 WS-K PIC 9(4) COMP VALUE ZERO.
       01 WS-FOUND-IDX PIC 9(4) COMP VALUE ZERO.
       01 WS-ADD-IDX PIC 9(4) COMP VALUE ZERO.
       01 WS-ADD-GEN PIC S9(3) VALUE ZERO.
       01 WS-GEN PIC S9(3) VALUE ZERO.
       01 WS-MIN-GEN PIC S9(3) VALUE ZERO.
       01 WS-MAX-GEN PIC S9(3) VALUE ZERO.
       01 WS-SEEK-LOT PIC 999999999 VALUE ZERO.
       01 WS-NEXT-DATE PIC 9(8) VALUE ZERO.

      * LISTING FIELDS - EVERY LINE IS BUILT HERE AND GOES TO THE
      * SCREEN, OR TO TDCERT WHILE THE CERTIFICATION IS PRINTING.
       01 WS-PRINT-SWITCH PIC X VALUE "N".
           88 PRINTING-CERT VALUE "Y".
       01 WS-LINE PIC X(80) VALUE SPACES.
       01 WS-GEN-ED PIC +99.
       01 WS-VALUE-ED PIC ZZZ,ZZ9.99.
       01 WS-TD-ROWS-ED PIC ZZZ9.

      * WS-ERR-FILE-NAME/WS-ERR-STATUS ARE SET BY THE CHECK-xxx-STATUS
      * PARAGRAPHS BELOW BEFORE PERFORMING ABEND-FILE-ERROR.
       01 WS-ERR-FILE-NAME PIC X(20).
       01 WS-ERR-STATUS PIC X(2).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 1000-TAKE-OPERATOR-ID
               UNTIL WS-OPERATOR-ID NOT = SPACES.
           PERFORM 2000-INQUIRY-LOOP THRU 2000-INQUIRY-RESPOND
               UNTIL THE_CHOICE = "Q".
           DISPLAY "LINEAGE SESSION COMPLETE - " WS-INQUIRIES
               " INQUIRY(IES), " WS-CERTS-PRINTED
               " CERTIFICATION(S) PRINTED.".
           STOP RUN.

       1000-TAKE-OPERATOR-ID.
           DISPLAY "OPERATOR/STATION ID : ".
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "AN OPERATOR OR STATION ID IS REQUIRED."
           END-IF.

      ******************************************************************
      * 2000-INQUIRY-LOOP - one lineage per pass: the registers are
      * reloaded so a declaration issued since the last pass shows,
      * the start is found, the chain is walked both ways and listed,
      * and the certification prints if the clerk asks for it.
      ******************************************************************
       2000-INQUIRY-LOOP.
           DISPLAY "START FROM T - TD NUMBER, L - LOT NUMBER : ".
           ACCEPT WS-START-MODE.
           IF START-FROM-TD
               DISPLAY "TD NUMBER : "
               ACCEPT WS-START-TD
           ELSE
               IF START-FROM-LOT
                   DISPLAY "LOT NUMBER : "
                   ACCEPT WS-START-LOT
               ELSE
                   DISPLAY "INVALID START - ENTER T OR L."
                   GO TO 2000-INQUIRY-RESPOND
               END-IF
           END-IF.
           PERFORM 2100-LOAD-REGISTERS.
           IF WS-TD-COUNT = ZERO
               DISPLAY "THE TD REGISTER IS EMPTY - NOTHING TO TRACE."
               GO TO 2000-INQUIRY-RESPOND
           END-IF.
           PERFORM 2200-FIND-START.
           IF WS-START-IDX = ZERO
               IF START-FROM-TD
                   DISPLAY "TD NUMBER NOT ON THE TD REGISTER."
               ELSE
                   DISPLAY "NO TD ON THE TD REGISTER FOR THAT LOT."
               END-IF
               GO TO 2000-INQUIRY-RESPOND
           END-IF.
           PERFORM 3000-BUILD-CHAIN.
           ADD 1 TO WS-INQUIRIES.
           MOVE "N" TO WS-PRINT-SWITCH.
           PERFORM 4000-LIST-LINEAGE.
           DISPLAY "PRINT CERTIFICATION - Y/N : ".
           ACCEPT WS-CERT-ANSWER.
           IF WS-CERT-ANSWER = "Y"
               PERFORM 5000-PRINT-CERTIFICATION
           END-IF.
       2000-INQUIRY-RESPOND.
           DISPLAY "C - TO CONTINUE, Q - TO QUIT : ".
           ACCEPT THE_CHOICE.

      ******************************************************************
      * 2100-LOAD-REGISTERS - TDREG, LOTLINK and XFERREG into their
      * tables.  A register not yet created is simply empty; rows
      * past a table's size are dropped and the listing flagged.
      ******************************************************************
       2100-LOAD-REGISTERS.
           MOVE ZERO TO WS-TD-COUNT WS-LINK-COUNT WS-XFER-COUNT.
           MOVE "N" TO WS-TABLE-SHORT-SWITCH.
           MOVE "N" TO WS-EOF.
           OPEN INPUT TD-REGISTER-FILE.
           IF WS-TDREG-STATUS = "35"
               MOVE "Y" TO WS-EOF
           ELSE
               PERFORM CHECK-TDREG-STATUS
           END-IF.
           PERFORM 2110-LOAD-TD-ROW THRU 2110-LOAD-TD-ROW-EXIT
               UNTIL WS-EOF = "Y".
           IF WS-TDREG-STATUS = "00" OR WS-TDREG-STATUS = "10"
               CLOSE TD-REGISTER-FILE
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT LOT-LINK-FILE.
           IF WS-LINK-STATUS = "35"
               MOVE "Y" TO WS-EOF
           ELSE
               PERFORM CHECK-LINK-STATUS
           END-IF.
           PERFORM 2120-LOAD-LINK-ROW THRU 2120-LOAD-LINK-ROW-EXIT
               UNTIL WS-EOF = "Y".
           IF WS-LINK-STATUS = "00" OR WS-LINK-STATUS = "10"
               CLOSE LOT-LINK-FILE
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT TRANSFER-FILE.
           IF WS-XFER-STATUS = "35"
               MOVE "Y" TO WS-EOF
           ELSE
               PERFORM CHECK-XFER-STATUS
           END-IF.
           PERFORM 2130-LOAD-XFER-ROW THRU 2130-LOAD-XFER-ROW-EXIT
               UNTIL WS-EOF = "Y".
           IF WS-XFER-STATUS = "00" OR WS-XFER-STATUS = "10"
               CLOSE TRANSFER-FILE
           END-IF.

       2110-LOAD-TD-ROW.
           READ TD-REGISTER-FILE
           AT END
               MOVE "Y" TO WS-EOF
           NOT AT END
               IF WS-TD-COUNT < WS-TD-MAX
                   ADD 1 TO WS-TD-COUNT
                   MOVE TD-NUMBER TO TT-NUMBER (WS-TD-COUNT)
                   MOVE TD-LOT-NUMBER TO TT-LOT (WS-TD-COUNT)
                   MOVE TD-OWNER-NAME TO TT-OWNER (WS-TD-COUNT)
                   MOVE TD-ACTION TO TT-ACTION (WS-TD-COUNT)
                   MOVE TD-ISSUE-DATE TO TT-DATE (WS-TD-COUNT)
                   MOVE TD-CANCELS-TD TO TT-CANCELS (WS-TD-COUNT)
                   MOVE TD-ASSESSED-VAL TO TT-VALUE (WS-TD-COUNT)
               ELSE
                   MOVE "Y" TO WS-TABLE-SHORT-SWITCH
               END-IF
           END-READ.
           IF WS-TDREG-STATUS NOT = "00" AND WS-TDREG-STATUS NOT = "10"
               MOVE "TD-REGISTER-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-TDREG-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.
       2110-LOAD-TD-ROW-EXIT.
           EXIT.

       2120-LOAD-LINK-ROW.
           READ LOT-LINK-FILE
           AT END
               MOVE "Y" TO WS-EOF
           NOT AT END
               IF WS-LINK-COUNT < WS-LINK-MAX
                   ADD 1 TO WS-LINK-COUNT
                   MOVE LINK-DATE TO LK-DATE (WS-LINK-COUNT)
                   MOVE LINK-ACTION TO LK-ACTION (WS-LINK-COUNT)
                   MOVE LINK-PARENT-LOT TO LK-PARENT (WS-LINK-COUNT)
                   MOVE LINK-CHILD-LOT TO LK-CHILD (WS-LINK-COUNT)
                   MOVE LINK-ALLOC-VAL TO LK-ALLOC (WS-LINK-COUNT)
               ELSE
                   MOVE "Y" TO WS-TABLE-SHORT-SWITCH
               END-IF
           END-READ.
           IF WS-LINK-STATUS NOT = "00" AND WS-LINK-STATUS NOT = "10"
               MOVE "LOT-LINK-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-LINK-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.
       2120-LOAD-LINK-ROW-EXIT.
           EXIT.

       2130-LOAD-XFER-ROW.
           READ TRANSFER-FILE
           AT END
               MOVE "Y" TO WS-EOF
           NOT AT END
               IF WS-XFER-COUNT < WS-XFER-MAX
                   ADD 1 TO WS-XFER-COUNT
                   MOVE XFER-DATE TO XT-DATE (WS-XFER-COUNT)
                   MOVE XFER-LOT-NUMBER TO XT-LOT (WS-XFER-COUNT)
                   MOVE XFER-SELLER TO XT-SELLER (WS-XFER-COUNT)
                   MOVE XFER-BUYER TO XT-BUYER (WS-XFER-COUNT)
                   MOVE XFER-DEED-NUMBER TO XT-DEED (WS-XFER-COUNT)
               ELSE
                   MOVE "Y" TO WS-TABLE-SHORT-SWITCH
               END-IF
           END-READ.
           IF WS-XFER-STATUS NOT = "00" AND WS-XFER-STATUS NOT = "10"
               MOVE "TRANSFER-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-XFER-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.
       2130-LOAD-XFER-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 2200-FIND-START - a TD number is looked up directly; a lot
      * opens on the last declaration issued against it.
      ******************************************************************
       2200-FIND-START.
           MOVE ZERO TO WS-START-IDX.
           PERFORM 2210-CHECK-START-ROW
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TD-COUNT.

       2210-CHECK-START-ROW.
           IF START-FROM-TD
               IF TT-NUMBER (WS-I) = WS-START-TD
                   MOVE WS-I TO WS-START-IDX
               END-IF
           ELSE
               IF TT-LOT (WS-I) = WS-START-LOT
                   MOVE WS-I TO WS-START-IDX
               END-IF
           END-IF.

      ******************************************************************
      * 3000-BUILD-CHAIN - the starting TD goes in at generation zero;
      * the backward pass then walks every entry at or before zero to
      * its predecessors, and the forward pass every entry at or after
      * zero to its successors.  Both passes run until the chain stops
      * growing, so whole family trees come out, not just one step.
      ******************************************************************
       3000-BUILD-CHAIN.
           MOVE ZERO TO WS-CHAIN-COUNT WS-MIN-GEN WS-MAX-GEN.
           PERFORM 3010-CLEAR-SEEN
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TD-COUNT.
           MOVE WS-START-IDX TO WS-ADD-IDX.
           MOVE ZERO TO WS-ADD-GEN.
           PERFORM 3900-ADD-TO-CHAIN THRU 3900-ADD-TO-CHAIN-EXIT.
           MOVE 1 TO WS-PTR.
           PERFORM 3100-TRACE-BACK UNTIL WS-PTR > WS-CHAIN-COUNT.
           MOVE 1 TO WS-PTR.
           PERFORM 3200-TRACE-FORWARD UNTIL WS-PTR > WS-CHAIN-COUNT.

       3010-CLEAR-SEEN.
           MOVE "N" TO TT-SEEN (WS-I).
           MOVE ZERO TO TT-GEN (WS-I).

       3100-TRACE-BACK.
           MOVE CH-IDX (WS-PTR) TO WS-CUR.
           IF TT-GEN (WS-CUR) NOT > ZERO
               COMPUTE WS-ADD-GEN = TT-GEN (WS-CUR) - 1
               PERFORM 3110-FIND-PREDECESSORS
           END-IF.
           ADD 1 TO WS-PTR.

      ******************************************************************
      * 3110-FIND-PREDECESSORS - the TD this one cancelled when the
      * register carries it, otherwise the lot's previous declaration;
      * a subdivision or consolidation TD also reaches back through
      * LOTLINK to the last declaration on every parent lot.
      ******************************************************************
       3110-FIND-PREDECESSORS.
           MOVE ZERO TO WS-FOUND-IDX.
           IF TT-CANCELS (WS-CUR) NOT = ZERO
               PERFORM 3120-FIND-TD-NUMBER
                   VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TD-COUNT OR WS-FOUND-IDX NOT = ZERO
           ELSE
               MOVE TT-LOT (WS-CUR) TO WS-SEEK-LOT
               PERFORM 3130-FIND-PRIOR-ON-LOT
                   VARYING WS-J FROM WS-CUR BY -1
                   UNTIL WS-J < 2 OR WS-FOUND-IDX NOT = ZERO
           END-IF.
           IF WS-FOUND-IDX NOT = ZERO
               MOVE WS-FOUND-IDX TO WS-ADD-IDX
               PERFORM 3900-ADD-TO-CHAIN THRU 3900-ADD-TO-CHAIN-EXIT
           END-IF.
           IF TT-ACTION (WS-CUR) = "SUBDIV" OR
               TT-ACTION (WS-CUR) = "CONSOL"
               PERFORM 3140-TRACE-PARENT-LOT
                   VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-LINK-COUNT
           END-IF.

       3120-FIND-TD-NUMBER.
           IF TT-NUMBER (WS-J) = TT-CANCELS (WS-CUR)
               MOVE WS-J TO WS-FOUND-IDX
           END-IF.

      * 3130 IS ENTERED ONE ROW ABOVE THE ROW TESTED, SINCE THE TD IN
      * HAND IS NEVER ITS OWN PREDECESSOR.
       3130-FIND-PRIOR-ON-LOT.
           IF TT-LOT (WS-J - 1) = WS-SEEK-LOT
               COMPUTE WS-FOUND-IDX = WS-J - 1
           END-IF.

       3140-TRACE-PARENT-LOT.
           IF LK-CHILD (WS-K) = TT-LOT (WS-CUR) AND
               LK-PARENT (WS-K) NOT = LK-CHILD (WS-K) AND
               LK-DATE (WS-K) NOT > TT-DATE (WS-CUR)
               MOVE LK-PARENT (WS-K) TO WS-SEEK-LOT
               MOVE ZERO TO WS-FOUND-IDX
               PERFORM 3130-FIND-PRIOR-ON-LOT
                   VARYING WS-J FROM WS-CUR BY -1
                   UNTIL WS-J < 2 OR WS-FOUND-IDX NOT = ZERO
               IF WS-FOUND-IDX NOT = ZERO
                   MOVE WS-FOUND-IDX TO WS-ADD-IDX
                   PERFORM 3900-ADD-TO-CHAIN
                       THRU 3900-ADD-TO-CHAIN-EXIT
               END-IF
           END-IF.

       3200-TRACE-FORWARD.
           MOVE CH-IDX (WS-PTR) TO WS-CUR.
           IF TT-GEN (WS-CUR) NOT < ZERO
               COMPUTE WS-ADD-GEN = TT-GEN (WS-CUR) + 1
               PERFORM 3210-FIND-SUCCESSORS
           END-IF.
           ADD 1 TO WS-PTR.

      ******************************************************************
      * 3210-FIND-SUCCESSORS - the lot's next declaration, every later
      * TD that names this one as cancelled (the subdivision children),
      * and, through LOTLINK, the first declaration on every lot this
      * one was split into or merged into while it stood in force.
      ******************************************************************
       3210-FIND-SUCCESSORS.
           MOVE ZERO TO WS-FOUND-IDX.
           MOVE 99999999 TO WS-NEXT-DATE.
           MOVE TT-LOT (WS-CUR) TO WS-SEEK-LOT.
           PERFORM 3220-FIND-NEXT-ON-LOT
               VARYING WS-J FROM WS-CUR BY 1
               UNTIL WS-J NOT < WS-TD-COUNT OR WS-FOUND-IDX NOT = ZERO.
           IF WS-FOUND-IDX NOT = ZERO
               MOVE TT-DATE (WS-FOUND-IDX) TO WS-NEXT-DATE
               MOVE WS-FOUND-IDX TO WS-ADD-IDX
               PERFORM 3900-ADD-TO-CHAIN THRU 3900-ADD-TO-CHAIN-EXIT
           END-IF.
           PERFORM 3230-FIND-CANCELLER
               VARYING WS-J FROM WS-CUR BY 1
               UNTIL WS-J NOT < WS-TD-COUNT.
           PERFORM 3240-TRACE-CHILD-LOT
               VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-LINK-COUNT.

      * 3220 AND 3230 ARE ENTERED ONE ROW BELOW THE ROW TESTED, SINCE
      * THE TD IN HAND IS NEVER ITS OWN SUCCESSOR.
       3220-FIND-NEXT-ON-LOT.
           IF TT-LOT (WS-J + 1) = WS-SEEK-LOT
               COMPUTE WS-FOUND-IDX = WS-J + 1
           END-IF.

       3230-FIND-CANCELLER.
           IF TT-CANCELS (WS-J + 1) = TT-NUMBER (WS-CUR)
               COMPUTE WS-ADD-IDX = WS-J + 1
               PERFORM 3900-ADD-TO-CHAIN THRU 3900-ADD-TO-CHAIN-EXIT
           END-IF.

       3240-TRACE-CHILD-LOT.
           IF LK-PARENT (WS-K) = TT-LOT (WS-CUR) AND
               LK-CHILD (WS-K) NOT = LK-PARENT (WS-K) AND
               LK-DATE (WS-K) NOT < TT-DATE (WS-CUR) AND
               LK-DATE (WS-K) NOT > WS-NEXT-DATE
               MOVE LK-CHILD (WS-K) TO WS-SEEK-LOT
               MOVE ZERO TO WS-FOUND-IDX
               PERFORM 3220-FIND-NEXT-ON-LOT
                   VARYING WS-J FROM WS-CUR BY 1
                   UNTIL WS-J NOT < WS-TD-COUNT OR
                       WS-FOUND-IDX NOT = ZERO
               IF WS-FOUND-IDX NOT = ZERO
                   MOVE WS-FOUND-IDX TO WS-ADD-IDX
                   PERFORM 3900-ADD-TO-CHAIN
                       THRU 3900-ADD-TO-CHAIN-EXIT
               END-IF
           END-IF.

      ******************************************************************
      * 3900-ADD-TO-CHAIN - WS-ADD-IDX joins the chain at WS-ADD-GEN
      * unless the walk already reached it by another road.
      ******************************************************************
       3900-ADD-TO-CHAIN.
           IF TT-SEEN (WS-ADD-IDX) = "Y"
               GO TO 3900-ADD-TO-CHAIN-EXIT
           END-IF.
           IF WS-CHAIN-COUNT NOT < WS-CHAIN-MAX
               MOVE "Y" TO WS-TABLE-SHORT-SWITCH
               GO TO 3900-ADD-TO-CHAIN-EXIT
           END-IF.
           ADD 1 TO WS-CHAIN-COUNT.
           MOVE WS-ADD-IDX TO CH-IDX (WS-CHAIN-COUNT).
           MOVE "Y" TO TT-SEEN (WS-ADD-IDX).
           MOVE WS-ADD-GEN TO TT-GEN (WS-ADD-IDX).
           IF WS-ADD-GEN < WS-MIN-GEN
               MOVE WS-ADD-GEN TO WS-MIN-GEN
           END-IF.
           IF WS-ADD-GEN > WS-MAX-GEN
               MOVE WS-ADD-GEN TO WS-MAX-GEN
           END-IF.
       3900-ADD-TO-CHAIN-EXIT.
           EXIT.

      ******************************************************************
      * 4000-LIST-LINEAGE - the chain oldest generation first, and
      * within a generation in issue order.  Each TD line carries its
      * generation (minus before the start, plus after), number, lot,
      * action, issue date, owner and declared value; the lines under
      * it say where it came from.
      ******************************************************************
       4000-LIST-LINEAGE.
           MOVE SPACES TO WS-LINE.
           IF START-FROM-TD
               STRING "TD LINEAGE FROM TD NO. " DELIMITED BY SIZE
                   WS-START-TD DELIMITED BY SIZE
                   INTO WS-LINE
           ELSE
               STRING "TD LINEAGE FROM LOT " DELIMITED BY SIZE
                   WS-START-LOT DELIMITED BY SIZE
                   " - LATEST TD NO. " DELIMITED BY SIZE
                   TT-NUMBER (WS-START-IDX) DELIMITED BY SIZE
                   INTO WS-LINE
           END-IF.
           PERFORM 4900-EMIT-LINE.
           MOVE WS-CHAIN-COUNT TO WS-TD-ROWS-ED.
           MOVE SPACES TO WS-LINE.
           STRING "DECLARATIONS IN LINEAGE : " DELIMITED BY SIZE
               WS-TD-ROWS-ED DELIMITED BY SIZE
               INTO WS-LINE.
           PERFORM 4900-EMIT-LINE.
           MOVE SPACES TO WS-LINE.
           STRING "GEN TD NO.  LOT       ACTION ISSUED   "
               DELIMITED BY SIZE
               "OWNER                        ASSESSED"
               DELIMITED BY SIZE
               INTO WS-LINE.
           PERFORM 4900-EMIT-LINE.
           MOVE DASH-LINE TO WS-LINE.
           PERFORM 4900-EMIT-LINE.
           PERFORM 4100-LIST-GENERATION
               VARYING WS-GEN FROM WS-MIN-GEN BY 1
               UNTIL WS-GEN > WS-MAX-GEN.
           IF WS-TABLE-SHORT
               MOVE SPACES TO WS-LINE
               STRING "*** REGISTERS EXCEED THE INQUIRY TABLES - "
                   DELIMITED BY SIZE
                   "LINEAGE MAY BE INCOMPLETE ***" DELIMITED BY SIZE
                   INTO WS-LINE
               PERFORM 4900-EMIT-LINE
           END-IF.

       4100-LIST-GENERATION.
           PERFORM 4200-LIST-ONE-TD
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TD-COUNT.

       4200-LIST-ONE-TD.
           IF TT-SEEN (WS-I) = "Y" AND TT-GEN (WS-I) = WS-GEN
               MOVE TT-GEN (WS-I) TO WS-GEN-ED
               MOVE TT-VALUE (WS-I) TO WS-VALUE-ED
               MOVE SPACES TO WS-LINE
               STRING WS-GEN-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TT-NUMBER (WS-I) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TT-LOT (WS-I) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TT-ACTION (WS-I) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TT-DATE (WS-I) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TT-OWNER (WS-I) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-VALUE-ED DELIMITED BY SIZE
                   INTO WS-LINE
               PERFORM 4900-EMIT-LINE
               IF TT-CANCELS (WS-I) NOT = ZERO
                   MOVE SPACES TO WS-LINE
                   STRING "    CANCELS TD NO. " DELIMITED BY SIZE
                       TT-CANCELS (WS-I) DELIMITED BY SIZE
                       INTO WS-LINE
                   PERFORM 4900-EMIT-LINE
               END-IF
               IF TT-ACTION (WS-I) = "XFER"
                   PERFORM 4300-LIST-CONVEYANCE
                       VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-XFER-COUNT
               END-IF
               IF TT-ACTION (WS-I) = "SUBDIV" OR
                   TT-ACTION (WS-I) = "CONSOL"
                   PERFORM 4400-LIST-PARENT-LOT
                       VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-LINK-COUNT
               END-IF
           END-IF.

      * 4300 - THE CONVEYANCE BEHIND A TRANSFER TD IS THE XFERREG ROW
      * FOR THE SAME LOT AND DAY WHOSE BUYER IS THE TD'S OWNER.
       4300-LIST-CONVEYANCE.
           IF XT-LOT (WS-K) = TT-LOT (WS-I) AND
               XT-DATE (WS-K) = TT-DATE (WS-I) AND
               XT-BUYER (WS-K) = TT-OWNER (WS-I)
               MOVE SPACES TO WS-LINE
               STRING "    CONVEYED BY " DELIMITED BY SIZE
                   XT-SELLER (WS-K) DELIMITED BY SIZE
                   " DEED " DELIMITED BY SIZE
                   XT-DEED (WS-K) DELIMITED BY SIZE
                   INTO WS-LINE
               PERFORM 4900-EMIT-LINE
           END-IF.

      * 4400 - A SUBDIVISION OR CONSOLIDATION TD NAMES EVERY PARENT
      * LOT LINKED TO ITS LOT ON THE DAY IT WAS ISSUED.
       4400-LIST-PARENT-LOT.
           IF LK-CHILD (WS-K) = TT-LOT (WS-I) AND
               LK-DATE (WS-K) = TT-DATE (WS-I) AND
               LK-PARENT (WS-K) NOT = LK-CHILD (WS-K)
               MOVE LK-ALLOC (WS-K) TO WS-VALUE-ED
               MOVE SPACES TO WS-LINE
               IF LK-ACTION (WS-K) = "S"
                   STRING "    SUBDIVIDED OUT OF LOT " DELIMITED BY SIZE
                       LK-PARENT (WS-K) DELIMITED BY SIZE
                       " ALLOCATED " DELIMITED BY SIZE
                       WS-VALUE-ED DELIMITED BY SIZE
                       INTO WS-LINE
               ELSE
                   STRING "    MERGED FROM LOT " DELIMITED BY SIZE
                       LK-PARENT (WS-K) DELIMITED BY SIZE
                       " VALUE " DELIMITED BY SIZE
                       WS-VALUE-ED DELIMITED BY SIZE
                       INTO WS-LINE
               END-IF
               PERFORM 4900-EMIT-LINE
           END-IF.

       4900-EMIT-LINE.
           IF PRINTING-CERT
               MOVE WS-LINE TO CERT-PRINT-REC
               WRITE CERT-PRINT-REC
               PERFORM CHECK-CERT-STATUS
           ELSE
               DISPLAY WS-LINE
           END-IF.

      ******************************************************************
      * 5000-PRINT-CERTIFICATION - the lineage just listed, framed as
      * a certification for the requesting party and appended to
      * TDCERT, with the operator who issued it.
      ******************************************************************
       5000-PRINT-CERTIFICATION.
           MOVE SPACES TO WS-REQUESTED-BY.
           PERFORM 5100-TAKE-REQUESTED-BY
               UNTIL WS-REQUESTED-BY NOT = SPACES.
           OPEN EXTEND CERT-PRINT-FILE.
           IF WS-CERT-STATUS = "35"
               OPEN OUTPUT CERT-PRINT-FILE
               CLOSE CERT-PRINT-FILE
               OPEN EXTEND CERT-PRINT-FILE
           END-IF.
           PERFORM CHECK-CERT-STATUS.
           MOVE "Y" TO WS-PRINT-SWITCH.
           MOVE DASH-LINE TO WS-LINE.
           PERFORM 4900-EMIT-LINE.
           MOVE "CERTIFICATION - TAX DECLARATION LINEAGE" TO WS-LINE.
           PERFORM 4900-EMIT-LINE.
           MOVE SPACES TO WS-LINE.
           STRING "DATE ISSUED  : " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-LINE.
           PERFORM 4900-EMIT-LINE.
           MOVE SPACES TO WS-LINE.
           STRING "REQUESTED BY : " DELIMITED BY SIZE
               WS-REQUESTED-BY DELIMITED BY SIZE
               INTO WS-LINE.
           PERFORM 4900-EMIT-LINE.
           MOVE SPACES TO WS-LINE.
           STRING "THIS CERTIFIES THAT THE TAX DECLARATIONS LISTED "
               DELIMITED BY SIZE
               "BELOW ARE THE" DELIMITED BY SIZE
               INTO WS-LINE.
           PERFORM 4900-EMIT-LINE.
           MOVE SPACES TO WS-LINE.
           STRING "PREDECESSORS AND SUCCESSORS OF THE DECLARATION "
               DELIMITED BY SIZE
               "NAMED, AS THEY" DELIMITED BY SIZE
               INTO WS-LINE.
           PERFORM 4900-EMIT-LINE.
           MOVE SPACES TO WS-LINE.
           STRING "APPEAR ON THE TD REGISTER, THE TRANSFER REGISTER "
               DELIMITED BY SIZE
               "AND THE LOT" DELIMITED BY SIZE
               INTO WS-LINE.
           PERFORM 4900-EMIT-LINE.
           MOVE "LINK RECORDS OF THIS OFFICE." TO WS-LINE.
           PERFORM 4900-EMIT-LINE.
           MOVE SPACES TO WS-LINE.
           PERFORM 4900-EMIT-LINE.
           PERFORM 4000-LIST-LINEAGE.
           MOVE SPACES TO WS-LINE.
           PERFORM 4900-EMIT-LINE.
           MOVE SPACES TO WS-LINE.
           STRING "ISSUED BY OPERATOR/STATION : " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               INTO WS-LINE.
           PERFORM 4900-EMIT-LINE.
           MOVE DASH-LINE TO WS-LINE.
           PERFORM 4900-EMIT-LINE.
           MOVE "N" TO WS-PRINT-SWITCH.
           CLOSE CERT-PRINT-FILE.
           ADD 1 TO WS-CERTS-PRINTED.
           DISPLAY "LINEAGE CERTIFICATION PRINTED TO TDCERT.".

       5100-TAKE-REQUESTED-BY.
           DISPLAY "REQUESTED BY : ".
           ACCEPT WS-REQUESTED-BY.
           IF WS-REQUESTED-BY = SPACES
               DISPLAY "THE REQUESTING PARTY IS REQUIRED."
           END-IF.

      ******************************************************************
      * ABEND-FILE-ERROR - common stop point for any file operation
      * that comes back with a status this program was not already
      * expecting to handle.
      ******************************************************************
       ABEND-FILE-ERROR.
           DISPLAY "*** FILE ERROR ON " WS-ERR-FILE-NAME.
           DISPLAY "*** FILE STATUS = " WS-ERR-STATUS.
           DISPLAY "LINEAGE RUN TERMINATED - SEE FILE STATUS ABOVE.".
           STOP RUN.

       CHECK-TDREG-STATUS.
           IF WS-TDREG-STATUS NOT = "00"
               MOVE "TD-REGISTER-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-TDREG-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-XFER-STATUS.
           IF WS-XFER-STATUS NOT = "00"
               MOVE "TRANSFER-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-XFER-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-LINK-STATUS.
           IF WS-LINK-STATUS NOT = "00"
               MOVE "LOT-LINK-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-LINK-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       CHECK-CERT-STATUS.
           IF WS-CERT-STATUS NOT = "00"
               MOVE "CERT-PRINT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-CERT-STATUS TO WS-ERR-STATUS
               PERFORM ABEND-FILE-ERROR
           END-IF.

       END PROGRAM TDLINE.
