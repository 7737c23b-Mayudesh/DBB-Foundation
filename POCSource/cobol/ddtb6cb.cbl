      *               WRITES A PROPOSED REORDER TO PART_REORDER_PEND
      *               FOR A BUYER TO REVIEW AND RELEASE, AND PRINTS
      *               A REPORT OF WHAT WAS PROPOSED AND SKIPPED.
      *               A PART SUPERSEDED BY A REPLACEMENT (SEE THE
      *               SUPRSEXT EXTRACT) IS PROPOSED AGAINST THE
      *               REPLACEMENT ONCE THE SUPERSESSION IS EFFECTIVE.
      *
      *      DEPENDENCIES = NONE
      *
                   FILE STATUS  IS BLNKMSTR-STATUS.
            SELECT TERMSEXT ASSIGN TO UT-S-TERMSEXT
                FILE STATUS IS TERMSEXT-STATUS.
            SELECT SUPRSEXT ASSIGN TO UT-S-SUPRSEXT
                FILE STATUS IS SUPRSEXT-STATUS.
        DATA DIVISION.
      *--------------
        FILE SECTION.
          05  TEXT-MIN-ORDER-QTY  PIC 9(07).
          05  TEXT-SUPPLIER-STATUS PIC X(01).
          05  FILLER              PIC X(37).

      * PART SUPERSESSION EXTRACT -- ONE RECORD PER SUPERSEDED PART,
      * UNLOADED NIGHTLY FROM THE VPARTSUP VSPRSEG SEGMENT BY
      * SPRSXTRT.  A SUPERSEDED PART BELOW ITS ROP IS REORDERED AS
      * ITS REPLACEMENT, SO NO NEW STOCK OF A DEAD PART IS BOUGHT.
        FD  SUPRSEXT
            RECORD CONTAINS 80 CHARACTERS
            LABEL RECORDS ARE STANDARD
            DATA RECORD IS SUPRSEXT-REC.
        01  SUPRSEXT-REC.
          05  SPRX-OLD-PART-NUMBER  PIC X(23).
          05  SPRX-REPL-PART-NUMBER PIC X(23).
          05  SPRX-EFFECTIVE-DATE   PIC 9(08).
          05  SPRX-INTERCHANGEABLE  PIC X(01).
          05  SPRX-QTY-ON-HAND      PIC 9(07).
          05  SPRX-PART-NAME        PIC X(14).
          05  FILLER                PIC X(04).
        WORKING-STORAGE SECTION.
      *------------------------
      *    PRINT LINE  DEFINITIONS
          05  FILLER        PIC  X(05) VALUE SPACES.
        01  LINE6W          PIC  X(33) VALUE
            ' ** WARNING: SUPPLIER SUSPENDED '.
      * SUPPLEMENTARY LINE UNDER A PROPOSAL RAISED FOR A SUPERSEDED
      * PART AND REDIRECTED TO ITS REPLACEMENT.
        01  LINE6P.
          05  FILLER        PIC  X(16) VALUE '    SUPERSEDES: '.
          05  MASK9         PIC  X(05).
          05  FILLER        PIC  X(12) VALUE SPACES.
        01  LINE7.
          05  FILLER        PIC  X(26) VALUE
            'NUMBER OF LINES CREATED = '.
            'SKIPPED (OPEN ORDER)    = '.
          05  MASK4         PIC  ZZZ9.
          05  FILLER        PIC  XXX   VALUE  SPACES.
        01  LINE9P.
          05  FILLER        PIC  X(26) VALUE
            'REDIRECTED (SUPERSEDED) = '.
          05  MASK10        PIC  ZZZ9.
          05  FILLER        PIC  XXX   VALUE  SPACES.
        01  LINE8           PIC  X(33) VALUE
            '********* END OF PROGRAM ********'.
      *    STALE REORDER REVIEW REPORT LINES
            10  TERMS-LEAD-DAYS     PIC 9(03).
            10  TERMS-MIN-ORDER-QTY PIC 9(07).
            10  TERMS-SUPP-STATUS   PIC X(01).
        01  SUPRSEXT-STATUS PIC  XX    VALUE SPACES.
        01  SPRS-EOF-SW     PIC  X     VALUE 'N'.
        01  SPRS-SUB        PIC  S9(4) COMP VALUE 0.
        01  SPRS-HIT-SUB    PIC  S9(4) COMP VALUE 0.
        01  SPRS-HOPS       PIC  S9(4) COMP VALUE 0.
      * MORE HOPS THAN THIS IN A SUPERSESSION CHAIN IS TAKEN AS A
      * LOOP IN THE DATA AND THE LAST PART REACHED IS ORDERED.
        01  SPRS-MAX-HOPS   PIC  S9(4) COMP VALUE 5.
        01  SPRS-CHAIN-SW   PIC  X     VALUE 'N'.
            88  SPRS-CHAIN-END         VALUE 'Y'.
        01  SPRS-REDIRECT-SW
                            PIC  X     VALUE 'N'.
            88  SPRS-REDIRECTED        VALUE 'Y'.
      * THE PART THE CURSOR RETURNED, HELD WHILE PART-TABLE CARRIES
      * THE REPLACEMENT -- PUT BACK BEFORE THE CURSOR REPOSITIONS.
        01  SPRS-OLD-PART   PIC  X(05) VALUE SPACES.
        01  CONTP           PIC  S9999 COMP-4 VALUE ZEROS.
      * IN-CORE COPY OF THE SUPERSESSION EXTRACT, LOADED AT START-UP.
        01  SUPERSESSION-TABLE.
          05  SPRS-COUNT    PIC  S9(4) COMP VALUE 0.
          05  SPRS-ENTRY OCCURS 500 TIMES.
            10  SPRS-OLD-PART-NUMBER  PIC X(23).
            10  SPRS-REPL-PART-NUMBER PIC X(23).
            10  SPRS-EFFECTIVE-DATE   PIC 9(08).
        01  QTY-REQ         PIC  S9(9) COMP-4.
        01  QTY-REC         PIC  S9(9) COMP-4.
      * NUMBER OF DAYS AN OPEN 'R' ORDER WITH NO SHIPMENTLN ACTIVITY
           ACCEPT WS-BLANKET-DATE FROM DATE YYYYMMDD.
           OPEN I-O BLNKMSTR.
           PERFORM LOAD-TERMS-PROC THRU LOAD-TERMS-EXIT.
           PERFORM LOAD-SPRS-PROC THRU LOAD-SPRS-EXIT.
      ****
           EXEC SQL COMMIT END-EXEC.
      ****
              MOVE TERMS-SUB TO TERMS-HIT-SUB.
       MATCH-TERMS-EXIT. EXIT.
      *-----------------

      * LOAD THE SUPERSESSION EXTRACT INTO THE IN-CORE TABLE.  A
      * MISSING OR EMPTY EXTRACT IS TOLERATED -- EVERY PART IS THEN
      * PROPOSED AS ITSELF, EXACTLY AS BEFORE SUPERSESSIONS EXISTED.
       LOAD-SPRS-PROC.
      *--------------
           OPEN INPUT SUPRSEXT.
           IF SUPRSEXT-STATUS NOT = '00'
              MOVE 'Y' TO SPRS-EOF-SW
              GO TO LOAD-SPRS-EXIT.
           MOVE 'N' TO SPRS-EOF-SW.
           PERFORM LOAD-ONE-SPRS-PROC THRU LOAD-ONE-SPRS-EXIT
               UNTIL SPRS-EOF-SW = 'Y'.
           CLOSE SUPRSEXT.
       LOAD-SPRS-EXIT. EXIT.
      *---------------

       LOAD-ONE-SPRS-PROC.
      *------------------
           READ SUPRSEXT
               AT END MOVE 'Y' TO SPRS-EOF-SW
               GO TO LOAD-ONE-SPRS-EXIT
           END-READ.
           IF SPRS-COUNT >= 500
              DISPLAY 'SUPERSESSION TABLE OVERFLOW AT 500'
              MOVE 'Y' TO SPRS-EOF-SW
              GO TO LOAD-ONE-SPRS-EXIT.
           ADD 1 TO SPRS-COUNT.
           MOVE SPRX-OLD-PART-NUMBER  TO
                SPRS-OLD-PART-NUMBER(SPRS-COUNT).
           MOVE SPRX-REPL-PART-NUMBER TO
                SPRS-REPL-PART-NUMBER(SPRS-COUNT).
           MOVE SPRX-EFFECTIVE-DATE   TO
                SPRS-EFFECTIVE-DATE(SPRS-COUNT).
       LOAD-ONE-SPRS-EXIT. EXIT.
      *------------------

      * REDIRECT A SUPERSEDED PART TO ITS REPLACEMENT.  A
      * SUPERSESSION COUNTS FROM ITS EFFECTIVE DATE (TODAY'S DATE IS
      * WS-BLANKET-DATE) AND THE CHAIN IS FOLLOWED -- A REPLACEMENT
      * THAT HAS ITSELF BEEN SUPERSEDED SENDS THE ORDER ON AGAIN.
      * SPRS-REDIRECTED COMES BACK 'Y' WHEN PART-TABLE WAS CHANGED.
       SUPERSEDE-PROC.
      *--------------
           MOVE 'N' TO SPRS-REDIRECT-SW, SPRS-CHAIN-SW.
           MOVE PART-TABLE TO SPRS-OLD-PART.
           MOVE 0 TO SPRS-HOPS.
           PERFORM SUPERSEDE-HOP-PROC THRU SUPERSEDE-HOP-EXIT
               UNTIL SPRS-CHAIN-END OR SPRS-HOPS >= SPRS-MAX-HOPS.
       SUPERSEDE-EXIT. EXIT.
      *--------------

       SUPERSEDE-HOP-PROC.
      *------------------
           ADD 1 TO SPRS-HOPS.
           MOVE 0 TO SPRS-HIT-SUB.
           PERFORM MATCH-SPRS-PROC THRU MATCH-SPRS-EXIT
               VARYING SPRS-SUB FROM 1 BY 1
               UNTIL SPRS-HIT-SUB > 0 OR SPRS-SUB > SPRS-COUNT.
           IF SPRS-HIT-SUB = 0
              MOVE 'Y' TO SPRS-CHAIN-SW
              GO TO SUPERSEDE-HOP-EXIT.
           MOVE SPRS-REPL-PART-NUMBER(SPRS-HIT-SUB) TO PART-TABLE.
           MOVE 'Y' TO SPRS-REDIRECT-SW.
       SUPERSEDE-HOP-EXIT. EXIT.
      *------------------

       MATCH-SPRS-PROC.
      *---------------
           IF SPRS-OLD-PART-NUMBER(SPRS-SUB)(1:5) = PART-TABLE
              AND SPRS-EFFECTIVE-DATE(SPRS-SUB) NOT > WS-BLANKET-DATE
              MOVE SPRS-SUB TO SPRS-HIT-SUB.
       MATCH-SPRS-EXIT. EXIT.
      *----------------
           EJECT
       MAIN-PROC.
      *---------
                    END-IF
                 END-IF
              END-PERFORM
      * --- A SUPERSEDED PART IS ORDERED AS ITS REPLACEMENT: THE  ---
      * --- OPEN-ORDER CHECK AND THE PROPOSAL BELOW ARE FOR THE   ---
      * --- REPLACEMENT, AND PART-TABLE IS PUT BACK AFTERWARDS    ---
      * --- SO THE CURSOR RESUMES FROM THE PART IT RETURNED       ---
              PERFORM SUPERSEDE-PROC THRU SUPERSEDE-EXIT
      * --- SKIP PARTS THAT ALREADY HAVE AN OPEN 'R' ORDER SO A ---
      * --- RERUN DOES NOT PROPOSE A DUPLICATE REORDER          ---
              EXEC SQL
                    PERFORM SKIP-PROC THRU SKIP-EXIT
                 END-IF
              END-IF
              IF SPRS-REDIRECTED
                 MOVE SPRS-OLD-PART TO PART-TABLE
              END-IF
           END-IF.
      ****
           EXEC SQL COMMIT END-EXEC.
                 ADD 1 TO CONTD
              END-IF
           END-IF.
           IF SPRS-REDIRECTED
              ADD 1 TO CONTP
              MOVE SPRS-OLD-PART TO MASK9
              WRITE REPREC FROM LINE6P AFTER ADVANCING 1 LINES
              ADD 1 TO CONTD
           END-IF.
       DETAIL-EXIT. EXIT.
      *-----------------
       TRAILER-PROC.
      *------------
           MOVE CONTL TO MASK3.
           MOVE CONTS TO MASK4.
           MOVE CONTP TO MASK10.
           WRITE REPREC FROM LINE3 AFTER ADVANCING 2 LINES.
           WRITE REPREC FROM LINE7 AFTER ADVANCING 2 LINES.
           WRITE REPREC FROM LINE9 AFTER ADVANCING 1 LINES.
           WRITE REPREC FROM LINE9P AFTER ADVANCING 1 LINES.
           WRITE REPREC FROM LINE3 AFTER ADVANCING 2 LINES.
           WRITE REPREC FROM LINE8 AFTER ADVANCING 1 LINES.
       TRAILER-EXIT. EXIT.
