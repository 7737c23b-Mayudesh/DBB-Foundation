      *                    R = RELEASED (NEXT CLMEXTR RUN SENDS IT)  *
      *                    X = RETURNED FOR CORRECTION               *
      *                    D = DONE - RELEASED AND TRANSMITTED       *
      *                    C = HELD FOR CHART COMPLETION - THE STAY'S *
      *                        CHARTDEF RECORD IS STILL OPEN; CLMEXTR *
      *                        RELEASES IT ONCE HIM COMPLETES THE     *
      *                        CHART (HLD-CHART-ADMIT-DATE KEYS IT)   *
      ***************************************************************
       01  CLAIM-HOLD-REC.
           05  HLD-KEY.
               88  HLD-IS-RELEASED         VALUE 'R'.
               88  HLD-IS-RETURNED         VALUE 'X'.
               88  HLD-IS-DONE             VALUE 'D'.
               88  HLD-IS-CHART-HELD       VALUE 'C'.
           05  HLD-CLAIM-REC               PIC X(120).
           05  HLD-DECIDED-BY              PIC X(08).
           05  HLD-DECIDED-DATE            PIC X(08).
           05  HLD-CHART-ADMIT-DATE        PIC X(08).
           05  FILLER                      PIC X(02).
