      *            CARRIER IS TAKING TODAY WITH ORDER, PART, AND       *
      *            QUANTITY, AND A LINE/QUANTITY TOTAL THE DOCK AND    *
      *            THE DRIVER BOTH SIGN.                               *
      *                                                                *
      *            EACH SHIPMENT - ONE ORDER GOING OUT WITH ONE        *
      *            CARRIER ON ONE DAY - IS RATED FROM THE FRTRATE      *
      *            TARIFF BY ITS ZONE AND ITS CATALOG WEIGHT (OR ITS   *
      *            UNITS WHEN NONE OF ITS PARTS HAS A WEIGHT), PRINTED *
      *            UNDER THE CARRIER'S LINES, KEPT ON FRTSHIP FOR      *
      *            FRTMATCH TO CHECK THE CARRIER'S BILL AGAINST, AND   *
      *            ACCRUED TO GLJRNL ONE PAIR PER CARRIER:             *
      *              DR 6400 FREIGHT-OUT EXPENSE                       *
      *              CR 2150 ACCRUED FREIGHT                           *
      *            AT THE OPEN FISCAL PERIOD (PERCHK).  A SHIPMENT     *
      *            THE TARIFF DOES NOT COVER PRINTS AS NO RATE, IS     *
      *            KEPT AT ZERO AND WARNS.                             *
      ******************************************************************

       ENVIRONMENT DIVISION.
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT GLJRNL
           ASSIGN TO UT-S-GLJRNL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT FRTRATE
                  ASSIGN       to FRTRATE
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is FRTRATE-REC-KEY
                  FILE STATUS  is FRTRATE-STATUS.

           SELECT FRTSHIP
                  ASSIGN       to FRTSHIP
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is FRTSHIP-REC-KEY
                  FILE STATUS  is FRTSHIP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANIFEST
           DATA RECORD IS MANRPT-REC.
       01  MANRPT-REC                      PIC X(80).

       FD  GLJRNL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GLJRNL-REC.
       01  GLJRNL-REC                      PIC X(80).

       FD  FRTRATE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS FRTRATE-FD-REC.
       01  FRTRATE-FD-REC.
           05 FRTRATE-REC-KEY  PIC X(14).
           05 FILLER           PIC X(66).

       FD  FRTSHIP
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS FRTSHIP-FD-REC.
       01  FRTSHIP-FD-REC.
           05 FRTSHIP-REC-KEY  PIC X(18).
           05 FILLER           PIC X(62).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  FRTRATE-STATUS          PIC X(2).
               88 FRTRATE-OK           VALUE "00".
           05  FRTSHIP-STATUS          PIC X(2).
               88 FRTSHIP-FOUND        VALUE "00".
               88 FRTSHIP-NOT-FOUND    VALUE "23".

       01  MISC-FIELDS.
           05 PARA-NAME                   PIC X(40).
              88 NO-MORE-DATA VALUE "N".
           05 CARRIER-FOUND-SW            PIC X(01) VALUE "N".
              88 CARRIER-FOUND VALUE "Y".
           05 SHIPMENT-FOUND-SW           PIC X(01) VALUE "N".
              88 SHIPMENT-FOUND VALUE "Y".
           05 BAND-FOUND-SW               PIC X(01) VALUE "N".
              88 BAND-FOUND VALUE "Y".
           05 WS-RUN-DATE                 PIC 9(08) VALUE 0.
           05 WS-POST-DATE                PIC 9(08) VALUE 0.
           05 WS-TRY-BASIS                PIC X(01).
           05 WS-BAND-UNITS               PIC 9(07).
           05 WS-RATE-UNITS               PIC 9(09)V99.
           05 WS-JOURNAL-DESCRIPTION.
              10 FILLER                   PIC X(25) VALUE
                 'OUTBOUND FREIGHT CARRIER '.
              10 WS-JD-CARRIER            PIC X(04).
              10 FILLER                   PIC X(01) VALUE SPACE.

      * MANIFEST LINES AND THE CARRIERS SEEN, COLLECTED UP FRONT SO
      * THE REPORT PRINTS ONE CLEAN SECTION PER CARRIER.
              10 CAR-CODE              PIC X(04).
              10 CAR-LINES             PIC 9(05).
              10 CAR-QTY               PIC 9(09).
              10 CAR-FREIGHT           PIC 9(09)V99.
              10 CAR-UNRATED           PIC 9(05).
           05 CAR-SUB                  PIC S9(4) COMP VALUE 0.
           05 CAR-HIT-SUB              PIC S9(4) COMP VALUE 0.

      * ONE ENTRY PER SHIPMENT - CARRIER, ORDER AND SHIP DATE - WITH
      * ITS WEIGHT AND UNITS SUMMED OVER ITS LINES FOR RATING.
       01  SHIPMENT-TABLE.
           05 SHIPMENT-COUNT           PIC S9(4) COMP VALUE 0.
           05 SHIPMENT-ENTRY OCCURS 300 TIMES.
              10 SHP-CARRIER           PIC X(04).
              10 SHP-ORDER-NUM         PIC X(06).
              10 SHP-SHIP-DATE         PIC 9(08).
              10 SHP-ZONE              PIC X(02).
              10 SHP-CAR-SUB           PIC S9(4) COMP.
              10 SHP-WEIGHT            PIC 9(07)V99.
              10 SHP-QTY               PIC 9(09).
              10 SHP-BASIS             PIC X(01).
              10 SHP-FREIGHT           PIC 9(07)V99.
              10 SHP-NOTE              PIC X(10).
           05 SHP-SUB                  PIC S9(4) COMP VALUE 0.
           05 SHP-HIT-SUB              PIC S9(4) COMP VALUE 0.

       01  COUNTERS-AND-ACCUMULATORS.
           05 LINES-READ               PIC 9(7) COMP VALUE 0.
           05 LINES-PRINTED            PIC 9(7) COMP VALUE 0.
           05 SHIPMENTS-RATED          PIC 9(7) COMP VALUE 0.
           05 SHIPMENTS-UNRATED        PIC 9(7) COMP VALUE 0.
           05 JOURNALS-WRITTEN         PIC 9(7) COMP VALUE 0.
           05 FREIGHT-ACCRUED          PIC 9(09)V99 VALUE 0.

       COPY MANIFREC.

       COPY FRTRATE.

       COPY FRTSHIP.

       COPY GLJRNL.

       COPY PERCHKP.

      * RETCODES SHARES THE SAME END-OF-JOB SEVERITY SCHEME AS THE
      * OTHER BATCH JOBS IN THIS SHOP.
       COPY RETCODES.
           05  TOT-QTY                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  RPT-FREIGHT-LINE.
           05  FILLER                  PIC X(14) VALUE
               ' FREIGHT ORD: '.
           05  FRL-ORDER-NUM           PIC X(06).
           05  FILLER                  PIC X(07) VALUE ' ZONE: '.
           05  FRL-ZONE                PIC X(02).
           05  FILLER                  PIC X(06) VALUE ' LBS: '.
           05  FRL-WEIGHT              PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(08) VALUE ' BASIS: '.
           05  FRL-BASIS               PIC X(01).
           05  FILLER                  PIC X(09) VALUE ' CHARGE: '.
           05  FRL-CHARGE              PIC ZZZ,ZZ9.99.
           05  FRL-NOTE REDEFINES FRL-CHARGE
                                       PIC X(10).
           05  FILLER                  PIC X(07) VALUE SPACES.

       01  RPT-FREIGHT-TOTAL.
           05  FILLER                  PIC X(19) VALUE
               ' CARRIER FREIGHT - '.
           05  FILLER                  PIC X(09) VALUE 'ACCRUED: '.
           05  TOT-FREIGHT             PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(21) VALUE
               '  UNRATED SHIPMENTS: '.
           05  TOT-UNRATED             PIC ZZ9.
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  RPT-SIGN-LINE.
           05  FILLER                  PIC X(80) VALUE
               ' DOCK SIGNATURE: ____________  DRIVER SIGNATURE: ____
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-COLLECT THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 200-RATE-ONE-SHIPMENT THRU 200-EXIT
                   VARYING SHP-SUB FROM 1 BY 1
                   UNTIL SHP-SUB > SHIPMENT-COUNT.
           PERFORM 300-PRINT-ONE-CARRIER THRU 300-EXIT
                   VARYING CAR-SUB FROM 1 BY 1
                   UNTIL CAR-SUB > CARRIER-COUNT.
           PERFORM 500-ACCRUE-ONE-CARRIER THRU 500-EXIT
                   VARYING CAR-SUB FROM 1 BY 1
                   UNTIL CAR-SUB > CARRIER-COUNT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           IF SHIPMENTS-UNRATED > 0
                   AND WS-HIGHEST-SEVERITY < RC-WARNING
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
           END-IF.
           CALL 'SEVCHK' USING WS-HIGHEST-SEVERITY.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT MANIFEST, FRTRATE.
           OPEN OUTPUT MANRPT, GLJRNL.
           OPEN I-O FRTSHIP.
           IF NOT FRTSHIP-FOUND
               OPEN OUTPUT FRTSHIP
               CLOSE FRTSHIP
               OPEN I-O FRTSHIP.
           PERFORM 050-SET-POST-DATE THRU 050-EXIT.
           PERFORM 900-READ-MANIFEST THRU 900-EXIT.
       000-EXIT.
           EXIT.

      ******************************************************************
      *    050-SET-POST-DATE - THE PERIOD THE FREIGHT ACCRUES INTO:    *
      *    TODAY'S UNLESS IT IS ALREADY CLOSED, IN WHICH CASE THE      *
      *    FIRST DAY OF THE NEXT OPEN PERIOD.  WITHOUT THE PERIOD      *
      *    FILE THE RUN POSTS AS DATED AND WARNS.                      *
      ******************************************************************
       050-SET-POST-DATE.
           MOVE "050-SET-POST-DATE" TO PARA-NAME.
           MOVE WS-RUN-DATE TO WS-POST-DATE.
           MOVE 'CHK '      TO PCK-FUNCTION.
           MOVE WS-RUN-DATE TO PCK-TRAN-DATE.
           CALL 'PERCHK' USING PERIOD-CHECK-PARMS.
           IF PCK-RETURN-CD = ZERO
               MOVE PCK-POST-DATE TO WS-POST-DATE
           ELSE
               DISPLAY "** FISCAL PERIOD NOT CHECKED, RETURN "
                       PCK-RETURN-CD
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY.
       050-EXIT.
           EXIT.

       100-COLLECT.
           MOVE "100-COLLECT" TO PARA-NAME.
           IF MLINE-COUNT >= 300
               PERFORM 175-OPEN-CARRIER THRU 175-EXIT.
           IF CARRIER-FOUND
               ADD +1              TO CAR-LINES(CAR-HIT-SUB)
               ADD MAN-QTY-SHIPPED TO CAR-QTY(CAR-HIT-SUB)
               PERFORM 120-ADD-TO-SHIPMENT THRU 120-EXIT.
       100-NEXT.
           PERFORM 900-READ-MANIFEST THRU 900-EXIT.
       100-EXIT.
           EXIT.

      ******************************************************************
      *    120-ADD-TO-SHIPMENT - THE LINE'S WEIGHT AND UNITS GO ON ITS *
      *    SHIPMENT; THE FIRST LINE OF A SHIPMENT NAMES ITS ZONE.      *
      ******************************************************************
       120-ADD-TO-SHIPMENT.
           MOVE "N" TO SHIPMENT-FOUND-SW.
           PERFORM 130-CHECK-ONE-SHIPMENT THRU 130-EXIT
               VARYING SHP-HIT-SUB FROM 1 BY 1
               UNTIL SHIPMENT-FOUND OR SHP-HIT-SUB > SHIPMENT-COUNT.
           IF SHIPMENT-FOUND
               SUBTRACT +1 FROM SHP-HIT-SUB
           ELSE
               PERFORM 140-OPEN-SHIPMENT THRU 140-EXIT.
           IF SHIPMENT-FOUND
               ADD MAN-QTY-SHIPPED TO SHP-QTY(SHP-HIT-SUB)
               IF MAN-LINE-WEIGHT NUMERIC
                   ADD MAN-LINE-WEIGHT TO SHP-WEIGHT(SHP-HIT-SUB).
       120-EXIT.
           EXIT.

       130-CHECK-ONE-SHIPMENT.
           IF SHP-CARRIER(SHP-HIT-SUB) = MAN-CARRIER-CODE
             AND SHP-ORDER-NUM(SHP-HIT-SUB) = MAN-ORDER-NUM
             AND SHP-SHIP-DATE(SHP-HIT-SUB) = MAN-SHIP-DATE
               MOVE "Y" TO SHIPMENT-FOUND-SW.
       130-EXIT.
           EXIT.

       140-OPEN-SHIPMENT.
           IF SHIPMENT-COUNT >= 300
               DISPLAY "** OVER 300 SHIPMENTS - NOT RATED "
                       MAN-CARRIER-CODE " " MAN-ORDER-NUM
               MOVE RC-WARNING TO WS-HIGHEST-SEVERITY
               GO TO 140-EXIT.
           ADD +1 TO SHIPMENT-COUNT.
           MOVE SHIPMENT-COUNT   TO SHP-HIT-SUB.
           MOVE MAN-CARRIER-CODE TO SHP-CARRIER(SHP-HIT-SUB).
           MOVE MAN-ORDER-NUM    TO SHP-ORDER-NUM(SHP-HIT-SUB).
           MOVE MAN-SHIP-DATE    TO SHP-SHIP-DATE(SHP-HIT-SUB).
           MOVE MAN-ZONE         TO SHP-ZONE(SHP-HIT-SUB).
           MOVE CAR-HIT-SUB      TO SHP-CAR-SUB(SHP-HIT-SUB).
           MOVE ZERO             TO SHP-WEIGHT(SHP-HIT-SUB).
           MOVE ZERO             TO SHP-QTY(SHP-HIT-SUB).
           MOVE SPACE            TO SHP-BASIS(SHP-HIT-SUB).
           MOVE ZERO             TO SHP-FREIGHT(SHP-HIT-SUB).
           MOVE SPACES           TO SHP-NOTE(SHP-HIT-SUB).
           MOVE "Y" TO SHIPMENT-FOUND-SW.
       140-EXIT.
           EXIT.

       150-FIND-CARRIER.
           MOVE "N" TO CARRIER-FOUND-SW.
           PERFORM 160-CHECK-ONE-CARRIER THRU 160-EXIT
           MOVE MAN-CARRIER-CODE TO CAR-CODE(CAR-HIT-SUB).
           MOVE ZERO             TO CAR-LINES(CAR-HIT-SUB).
           MOVE ZERO             TO CAR-QTY(CAR-HIT-SUB).
           MOVE ZERO             TO CAR-FREIGHT(CAR-HIT-SUB).
           MOVE ZERO             TO CAR-UNRATED(CAR-HIT-SUB).
           MOVE "Y" TO CARRIER-FOUND-SW.
       175-EXIT.
           EXIT.

      ******************************************************************
      *    200-RATE-ONE-SHIPMENT - A WEIGHED SHIPMENT RATES ON THE     *
      *    CARRIER'S POUND BANDS, FALLING BACK TO ITS UNIT BANDS WHEN  *
      *    THE CARRIER HAS NO POUND TARIFF FOR THE ZONE; AN UNWEIGHED  *
      *    ONE RATES ON THE UNIT BANDS.  BASE PLUS RATE TIMES POUNDS   *
      *    OR UNITS, NEVER LESS THAN THE BAND'S MINIMUM.               *
      ******************************************************************
       200-RATE-ONE-SHIPMENT.
           MOVE "200-RATE-ONE-SHIPMENT" TO PARA-NAME.
           MOVE "N" TO BAND-FOUND-SW.
           IF SHP-WEIGHT(SHP-SUB) > ZERO
               MOVE "W" TO WS-TRY-BASIS
               PERFORM 220-FIND-BAND THRU 220-EXIT.
           IF NOT BAND-FOUND
               MOVE "Q" TO WS-TRY-BASIS
               PERFORM 220-FIND-BAND THRU 220-EXIT.
           IF NOT BAND-FOUND
               MOVE "NO RATE" TO SHP-NOTE(SHP-SUB)
               GO TO 200-UNRATED.
           IF FRT-EFFECTIVE-DATE > SHP-SHIP-DATE(SHP-SUB)
               MOVE "FUTURE EFF" TO SHP-NOTE(SHP-SUB)
               GO TO 200-UNRATED.

           MOVE FRT-BASIS TO SHP-BASIS(SHP-SUB).
           IF FRT-BY-WEIGHT
               MOVE SHP-WEIGHT(SHP-SUB) TO WS-RATE-UNITS
           ELSE
               MOVE SHP-QTY(SHP-SUB)    TO WS-RATE-UNITS.
           COMPUTE SHP-FREIGHT(SHP-SUB) ROUNDED =
               FRT-BASE-CHARGE + (FRT-UNIT-RATE * WS-RATE-UNITS).
           IF SHP-FREIGHT(SHP-SUB) < FRT-MINIMUM-CHARGE
               MOVE FRT-MINIMUM-CHARGE TO SHP-FREIGHT(SHP-SUB).
           ADD SHP-FREIGHT(SHP-SUB)
               TO CAR-FREIGHT(SHP-CAR-SUB(SHP-SUB)).
           ADD SHP-FREIGHT(SHP-SUB) TO FREIGHT-ACCRUED.
           ADD +1 TO SHIPMENTS-RATED.
           GO TO 200-KEEP.
       200-UNRATED.
           MOVE SPACE TO SHP-BASIS(SHP-SUB).
           MOVE ZERO  TO SHP-FREIGHT(SHP-SUB).
           ADD +1 TO CAR-UNRATED(SHP-CAR-SUB(SHP-SUB)).
           ADD +1 TO SHIPMENTS-UNRATED.
           DISPLAY "** SHIPMENT NOT RATED " SHP-CARRIER(SHP-SUB)
                   " ZONE " SHP-ZONE(SHP-SUB)
                   " ORDER " SHP-ORDER-NUM(SHP-SUB)
                   " - " SHP-NOTE(SHP-SUB).
       200-KEEP.
           PERFORM 250-KEEP-SHIPMENT THRU 250-EXIT.
       200-EXIT.
           EXIT.

      ******************************************************************
      *    220-FIND-BAND - THE FIRST BAND OF THE CARRIER/ZONE/BASIS    *
      *    WHOSE CEILING IS AT OR ABOVE THE SHIPMENT, PART POUNDS      *
      *    ROUNDED UP TO THE NEXT WHOLE POUND.                         *
      ******************************************************************
       220-FIND-BAND.
           IF WS-TRY-BASIS = "W"
               MOVE SHP-WEIGHT(SHP-SUB) TO WS-BAND-UNITS
               IF WS-BAND-UNITS < SHP-WEIGHT(SHP-SUB)
                   ADD +1 TO WS-BAND-UNITS
               END-IF
           ELSE
               IF SHP-QTY(SHP-SUB) > 9999999
                   MOVE 9999999 TO WS-BAND-UNITS
               ELSE
                   MOVE SHP-QTY(SHP-SUB) TO WS-BAND-UNITS.
           MOVE SHP-CARRIER(SHP-SUB) TO FRT-CARRIER-CODE.
           MOVE SHP-ZONE(SHP-SUB)    TO FRT-ZONE.
           MOVE WS-TRY-BASIS         TO FRT-BASIS.
           MOVE WS-BAND-UNITS        TO FRT-BAND-CEILING.
           MOVE FRT-RATE-KEY         TO FRTRATE-REC-KEY.
           START FRTRATE KEY NOT < FRTRATE-REC-KEY.
           IF NOT FRTRATE-OK
               GO TO 220-EXIT.
           READ FRTRATE NEXT RECORD INTO FREIGHT-RATE-REC.
           IF FRTRATE-OK
             AND FRT-CARRIER-CODE = SHP-CARRIER(SHP-SUB)
             AND FRT-ZONE = SHP-ZONE(SHP-SUB)
             AND FRT-BASIS = WS-TRY-BASIS
               MOVE "Y" TO BAND-FOUND-SW.
       220-EXIT.
           EXIT.

      ******************************************************************
      *    250-KEEP-SHIPMENT - ADD OR REFRESH THE SHIPMENT ON FRTSHIP. *
      *    A RERUN RE-RATES IT BUT KEEPS ANY CARRIER BILL ALREADY      *
      *    MATCHED AGAINST IT.                                         *
      ******************************************************************
       250-KEEP-SHIPMENT.
           MOVE SHP-CARRIER(SHP-SUB)   TO FSH-CARRIER-CODE.
           MOVE SHP-ORDER-NUM(SHP-SUB) TO FSH-ORDER-NUM.
           MOVE SHP-SHIP-DATE(SHP-SUB) TO FSH-SHIP-DATE.
           MOVE FSH-SHIPMENT-KEY       TO FRTSHIP-REC-KEY.
           READ FRTSHIP INTO FREIGHT-SHIPMENT-REC.
           IF NOT FRTSHIP-FOUND
               INITIALIZE FREIGHT-SHIPMENT-REC
               MOVE SHP-CARRIER(SHP-SUB)   TO FSH-CARRIER-CODE
               MOVE SHP-ORDER-NUM(SHP-SUB) TO FSH-ORDER-NUM
               MOVE SHP-SHIP-DATE(SHP-SUB) TO FSH-SHIP-DATE.
           MOVE SHP-ZONE(SHP-SUB)      TO FSH-ZONE.
           MOVE SHP-BASIS(SHP-SUB)     TO FSH-BASIS.
           MOVE SHP-WEIGHT(SHP-SUB)    TO FSH-WEIGHT.
           MOVE SHP-QTY(SHP-SUB)       TO FSH-QUANTITY.
           MOVE SHP-FREIGHT(SHP-SUB)   TO FSH-RATED-FREIGHT.
           IF FRTSHIP-FOUND
               REWRITE FRTSHIP-FD-REC FROM FREIGHT-SHIPMENT-REC
           ELSE
               WRITE FRTSHIP-FD-REC FROM FREIGHT-SHIPMENT-REC.
           IF NOT FRTSHIP-FOUND
               DISPLAY "** FRTSHIP UPDATE FAILED, STATUS "
                       FRTSHIP-STATUS " " FSH-SHIPMENT-KEY
               MOVE RC-ERROR TO WS-HIGHEST-SEVERITY.
       250-EXIT.
           EXIT.

      ******************************************************************
      *    300-PRINT-ONE-CARRIER - HEADER, EVERY MANIFEST LINE FOR      *
      *    THE CARRIER, ITS SHIPMENTS' FREIGHT, TOTALS, AND THE        *
      *    SIGNATURE LINE.                                             *
      ******************************************************************
       300-PRINT-ONE-CARRIER.
           MOVE "300-PRINT-ONE-CARRIER" TO PARA-NAME.
           PERFORM 350-PRINT-ONE-LINE THRU 350-EXIT
               VARYING MLINE-SUB FROM 1 BY 1
               UNTIL MLINE-SUB > MLINE-COUNT.
           PERFORM 370-PRINT-ONE-FREIGHT THRU 370-EXIT
               VARYING SHP-SUB FROM 1 BY 1
               UNTIL SHP-SUB > SHIPMENT-COUNT.
           MOVE CAR-LINES(CAR-SUB) TO TOT-LINES.
           MOVE CAR-QTY(CAR-SUB)   TO TOT-QTY.
           WRITE MANRPT-REC FROM RPT-CARRIER-TOTAL.
           MOVE CAR-FREIGHT(CAR-SUB) TO TOT-FREIGHT.
           MOVE CAR-UNRATED(CAR-SUB) TO TOT-UNRATED.
           WRITE MANRPT-REC FROM RPT-FREIGHT-TOTAL.
           WRITE MANRPT-REC FROM RPT-SIGN-LINE.
       300-EXIT.
           EXIT.
       350-EXIT.
           EXIT.

       370-PRINT-ONE-FREIGHT.
           IF SHP-CAR-SUB(SHP-SUB) NOT = CAR-SUB
               GO TO 370-EXIT.
           MOVE SHP-ORDER-NUM(SHP-SUB) TO FRL-ORDER-NUM.
           MOVE SHP-ZONE(SHP-SUB)      TO FRL-ZONE.
           MOVE SHP-WEIGHT(SHP-SUB)    TO FRL-WEIGHT.
           MOVE SHP-BASIS(SHP-SUB)     TO FRL-BASIS.
           IF SHP-NOTE(SHP-SUB) = SPACES
               MOVE SHP-FREIGHT(SHP-SUB) TO FRL-CHARGE
           ELSE
               MOVE SHP-NOTE(SHP-SUB)    TO FRL-NOTE.
           WRITE MANRPT-REC FROM RPT-FREIGHT-LINE.
       370-EXIT.
           EXIT.

      ******************************************************************
      *    500-ACCRUE-ONE-CARRIER - ONE BALANCED PAIR PER CARRIER FOR  *
      *    THE FREIGHT RATED TODAY.                                    *
      ******************************************************************
       500-ACCRUE-ONE-CARRIER.
           MOVE "500-ACCRUE-ONE-CARRIER" TO PARA-NAME.
           IF CAR-FREIGHT(CAR-SUB) = ZERO
               GO TO 500-EXIT.
           MOVE CAR-CODE(CAR-SUB) TO WS-JD-CARRIER.
           INITIALIZE GL-JOURNAL-REC.
           MOVE CAR-FREIGHT(CAR-SUB) TO GLJ-AMOUNT.
           MOVE "6400"               TO GLJ-ACCOUNT.
           MOVE "D"                  TO GLJ-DEBIT-CREDIT.
           PERFORM 550-WRITE-ONE-JOURNAL THRU 550-EXIT.
           MOVE "2150"               TO GLJ-ACCOUNT.
           MOVE "C"                  TO GLJ-DEBIT-CREDIT.
           PERFORM 550-WRITE-ONE-JOURNAL THRU 550-EXIT.
       500-EXIT.
           EXIT.

       550-WRITE-ONE-JOURNAL.
           MOVE "SHIPMAN"              TO GLJ-SOURCE.
           MOVE WS-JOURNAL-DESCRIPTION TO GLJ-DESCRIPTION.
           MOVE WS-POST-DATE           TO GLJ-RUN-DATE.
           WRITE GLJRNL-REC FROM GL-JOURNAL-REC.
           ADD +1 TO JOURNALS-WRITTEN.
       550-EXIT.
           EXIT.

       900-READ-MANIFEST.
           READ MANIFEST INTO MANIFEST-REC
               AT END MOVE "N" TO MORE-DATA-SW

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           CLOSE MANIFEST, MANRPT, GLJRNL, FRTRATE, FRTSHIP.
           DISPLAY "** MANIFEST LINES READ    " LINES-READ.
           DISPLAY "** MANIFEST LINES PRINTED " LINES-PRINTED.
           DISPLAY "** CARRIERS               " CARRIER-COUNT.
           DISPLAY "** SHIPMENTS RATED        " SHIPMENTS-RATED.
           DISPLAY "** SHIPMENTS NOT RATED    " SHIPMENTS-UNRATED.
           DISPLAY "** FREIGHT ACCRUED        " FREIGHT-ACCRUED.
           DISPLAY "** JOURNALS WRITTEN       " JOURNALS-WRITTEN.
           DISPLAY "******** NORMAL END OF JOB SHIPMAN ********".
       999-EXIT.
           EXIT.
