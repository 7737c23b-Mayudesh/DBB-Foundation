009100     05  TP-IN-MSG.
009200         10  TP-IN-PFKEY         PIC X(5).
009300             88 VALID-PFKEY          VALUES ARE 'PF1  ' 'PF2  '
009400                                                'PF3  ' 'PF4  '
009450                                                'PF5  '.
009500             88 PFKEY1               VALUE 'PF1  '.
009600             88 PFKEY2               VALUE 'PF2  '.
009700             88 PFKEY3               VALUE 'PF3  '.
009900             88 PFKEY2-SUP       VALUE 'PF2  '.
010000             88 PFKEY3-PO        VALUE 'PF3  '.
010010             88 PFKEY4-ADDRMNT   VALUE 'PF4  '.
010030             88 PFKEY5-SPRSMNT   VALUE 'PF5  '.
010100     05  TP-IN-PART-NUMBER       PIC X(23).
010150     05  TP-IN-SUPPLIER-CODE     PIC X(05).
010200
016200     05  VPARTSEG-WEEKS-LEAD-TIME   PIC 9(03) VALUE 0.
016300     05  VPARTSEG-ENGINE-MODEL      PIC X(05) VALUE SPACES.
016350     05  VPARTSEG-QTY-ON-HAND       PIC 9(07) VALUE 0.
016400     05  VPARTSEG-UNIT-WEIGHT       PIC 9(04)V99 VALUE 0.
016500     05  FILLER                     PIC X(01) VALUE SPACES.
016600***INCLUDE VSUPPIO
016700 01  VSUPPSEG-IO-AREA.
016800     05  VSUPPSEG-SUPPLIER-CODE     PIC X(05) VALUE SPACES.
045000     05  WS-200-PFKEY-OUT-OF-SERV-MSG          PIC X(36) VALUE
045100         'PFKEY1 AND PFKEY2 ARE OUT OF SERVICE'.
045200     05  WS-200-PFKEY-ERROR-MSG                PIC X(40) VALUE
045300         'PFKEYS 1 THRU 5 ARE ONLY VALID OPTIONS  '.
045400     05  WS-200-NOT-FOUND-MSG                  PIC X(36) VALUE
045500         'PART NUMBER NOT FOUND ON DATA BASE  '.
045550     05  WS-200-SUP-NOT-FOUND-MSG              PIC X(36) VALUE
046120*    TRANSACTION SO EMERGENCY ADDRESS FIXES NO LONGER WAIT FOR
046130*    THE B99100 BATCH WINDOW.
046140 01  WS-ADDR-TRANSACTION            PIC X(8)   VALUE 'ADDRMNT1'.
046150*    PF5 SWITCHES TO THE IMSSPRS1 PART SUPERSESSION MAINTENANCE
046160*    TRANSACTION; PF3 ALWAYS GOES BACK TO THE PO TRANSACTION.
046170 01  WS-SPRS-TRANSACTION            PIC X(8)   VALUE 'SPRSMNT1'.
046180 01  WS-PO-TRANSACTION              PIC X(8)   VALUE 'TRAIN05 '.
046200
046210 01  WS5-AUDIT-FIELDS.
046220     05  WS5-AUDIT-DATE              PIC 9(06).
060880        IF PFKEY4-ADDRMNT
060890            MOVE WS-ADDR-TRANSACTION TO WS-TRANSACTION
060895            PERFORM 020-MSGSW THRU 020-EXIT
060896        ELSE
060897        IF PFKEY5-SPRSMNT
060898            MOVE WS-SPRS-TRANSACTION TO WS-TRANSACTION
060899            PERFORM 020-MSGSW THRU 020-EXIT
060900        ELSE
060950            MOVE WS-PO-TRANSACTION TO WS-TRANSACTION
061000            PERFORM 020-MSGSW THRU 020-EXIT.
061100
061200     PERFORM 000-GET-MESSAGE  THRU 000-EXIT.
062950        GO TO 010-EXIT.
062960
062970     IF PFKEY1-PART OR PFKEY3-PO OR PFKEY4-ADDRMNT
062975           OR PFKEY5-SPRSMNT
062980        PERFORM 015-VERIFY-PART-NUMBER THRU 015-EXIT
062990     ELSE
063000        PERFORM 016-VERIFY-SUPPLIER-CODE THRU 016-EXIT.
