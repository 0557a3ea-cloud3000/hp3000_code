002700*-----------------------------------------------------------------260822MA
002800* MODIFICATION HISTORY                                            260822MA
002900* 260822MA  INITIAL VERSION.                                      260822MA
002920* 261004MA  AN EMPTY CLNCTL IS NO LONGER AN ERROR -- RETSCHD      261004MA
002940*            BUILDS IT NIGHTLY AND ON MOST NIGHTS NOTHING IS      261004MA
002960*            DUE FOR DESTRUCTION.                                 261004MA
003000*-----------------------------------------------------------------260822MA
003100*                                                                 260822MA
003200 ENVIRONMENT DIVISION.                                            260822MA
019900     GO TO B1010-READ.                                            260822MA
020000 B1090-DONE.                                                      260822MA
020100     CLOSE CLNFILE.                                               260822MA
020150*CLNCTL is built nightly by RETSCHD from the retention policy;    261004MA
020200*empty just means nothing was signed off for destruction.         261004MA
020250     IF WS-ENTRY-NO = 0                                           261004MA
020300        DISPLAY "PREFLT: " WS-CLN-NAME(1:8) " is empty -- "       261004MA
020350                "nothing scheduled for destruction"               261004MA
020400     END-IF.                                                      261004MA
020600 B1000-EXIT.  EXIT.                                               260822MA
020700*                                                                 260822MA
020800*=========================================================        260822MA
