002100*-----------------------------------------------------------------260902MA
002200* MODIFICATION HISTORY                                            260902MA
002300* 260902MA  INITIAL VERSION.                                      260902MA
002310* 261012MA  RUNS NOW CHECKED AGAINST THE OPRAUTH OPERATOR         261012MA
002320*            AUTHORIZATION FILE THROUGH AUTHCHK -- LIVE TO        261012MA
002330*            RESTORE INTO THE COPYLIB, RESTORE TO WRITE A         261012MA
002340*            STANDALONE FILE -- AND REFUSED, NOTIFIED AND LOGGED  261012MA
002350*            IF NOT GRANTED.                                      261012MA
002400*-----------------------------------------------------------------260902MA
002500*                                                                 260902MA
002600 ENVIRONMENT DIVISION.                                            260902MA
012000    03 AR-OUTCOME              PIC X(08) VALUE SPACES.            260902MA
012100    03 AR-PARM-1               PIC X(26) VALUE SPACES.            260902MA
012200    03 AR-PARM-2               PIC X(10) VALUE SPACES.            260902MA
012205*                                                                 261012MA
012210*Operator authorization check passed to AUTHCHK, and the          261012MA
012215*warning NOTIFY raises when it refuses.                           261012MA
012220 01 WS-AUTH-REQUEST.                                              261012MA
012225    03 AQ-OPERATOR          PIC X(08) VALUE SPACES.               261012MA
012230    03 AQ-PROGRAM           PIC X(08) VALUE "SNAPREST".           261012MA
012235    03 AQ-FUNCTION          PIC X(08) VALUE SPACES.               261012MA
012240    03 AQ-FILE-NAME         PIC X(34) VALUE SPACES.               261012MA
012245    03 AQ-GRANTED-BY        PIC X(08) VALUE SPACES.               261012MA
012250    03 AQ-GRANT-DATE        PIC 9(08) VALUE 0.                    261012MA
012255    03 AQ-REFERENCE         PIC X(12) VALUE SPACES.               261012MA
012260 01 WS-NOTIFY-REQUEST.                                            261012MA
012265    03 NF-PROGRAM-NAME      PIC X(08) VALUE "SNAPREST".           261012MA
012270    03 NF-SEVERITY          PIC X(01) VALUE SPACES.               261012MA
012275    03 NF-MESSAGE           PIC X(60) VALUE SPACES.               261012MA
012300*                                                                 260902MA
012400*=================================================================260902MA
012500*Main logical flow                                                260902MA
012800 BEGIN-0000.                                                      260902MA
012900     DISPLAY "SNAPREST Version 1.00, Copyright J3K Solutions".    260902MA
013000     PERFORM A0100-GET-PARMS THRU A0100-EXIT.                     260902MA
013050     PERFORM B9900-CHECK-AUTHORITY THRU B9900-EXIT.               261012MA
013100     MOVE "START"              TO AR-EVENT.                       260902MA
013200     MOVE SPACES               TO AR-OUTCOME.                     260902MA
013300     MOVE WS-COPYLIB           TO AR-PARM-1.                      260902MA
047200        DISPLAY "SNAPREST: audit log entry not recorded"          260902MA
047300     END-IF.                                                      260902MA
047400 B9500-EXIT.  EXIT.                                               260902MA
047402*                                                                 261012MA
047404*B9900-CHECK-AUTHORITY asks AUTHCHK, before anything is read,     261012MA
047406*whether this operator may make this restore -- LIVE into the     261012MA
047408*copylib itself, RESTORE to a standalone file -- with the file    261012MA
047410*about to be written as the one the grant must cover.  A          261012MA
047412*refusal is warned through NOTIFY, logged to CLAUDIT inside a     261012MA
047414*matched START and failed FINISH, and ends the run 16.            261012MA
047416 B9900-CHECK-AUTHORITY.                                           261012MA
047418     MOVE WS-OPERATOR          TO AQ-OPERATOR.                    261012MA
047420     IF WS-TARGET-FILE = SPACES                                   261012MA
047422        MOVE "LIVE"            TO AQ-FUNCTION                     261012MA
047424        MOVE WS-COPYLIB        TO AQ-FILE-NAME                    261012MA
047426     ELSE                                                         261012MA
047428        MOVE "RESTORE"         TO AQ-FUNCTION                     261012MA
047430        MOVE WS-TARGET-FILE    TO AQ-FILE-NAME                    261012MA
047432     END-IF.                                                      261012MA
047434     CALL "AUTHCHK" USING WS-AUTH-REQUEST.                        261012MA
047436     IF RETURN-CODE = 0                                           261012MA
047438        GO TO B9900-EXIT.                                         261012MA
047440     DISPLAY "SNAPREST: " WS-OPERATOR " is not authorized for "   261012MA
047442             AQ-FUNCTION " on " AQ-FILE-NAME " -- RUN REFUSED".   261012MA
047444     MOVE "W"                  TO NF-SEVERITY.                    261012MA
047446     MOVE SPACES               TO NF-MESSAGE.                     261012MA
047448     STRING "OPERATOR " DELIMITED BY SIZE                         261012MA
047450            WS-OPERATOR DELIMITED BY SPACES                       261012MA
047452            " NOT AUTHORIZED FOR " DELIMITED BY SIZE              261012MA
047454            AQ-FUNCTION DELIMITED BY SPACES                       261012MA
047456            " -- RUN REFUSED" DELIMITED BY SIZE                   261012MA
047458       INTO NF-MESSAGE.                                           261012MA
047460     CALL "NOTIFY" USING WS-NOTIFY-REQUEST.                       261012MA
047462     MOVE "START"              TO AR-EVENT.                       261012MA
047464     MOVE SPACES               TO AR-OUTCOME.                     261012MA
047466     MOVE WS-COPYLIB           TO AR-PARM-1.                      261012MA
047468     MOVE WS-MEMBER            TO AR-PARM-2.                      261012MA
047470     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.               261012MA
047472     MOVE "REFUSE"             TO AR-EVENT.                       261012MA
047474     MOVE "NOAUTH"             TO AR-OUTCOME.                     261012MA
047476     MOVE AQ-FILE-NAME(1:26)   TO AR-PARM-1.                      261012MA
047478     MOVE AQ-FUNCTION          TO AR-PARM-2.                      261012MA
047480     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.               261012MA
047482     MOVE "FINISH"             TO AR-EVENT.                       261012MA
047484     MOVE "FAIL"               TO AR-OUTCOME.                     261012MA
047486     MOVE WS-COPYLIB           TO AR-PARM-1.                      261012MA
047488     MOVE WS-MEMBER            TO AR-PARM-2.                      261012MA
047490     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.               261012MA
047492     MOVE 16                   TO RETURN-CODE.                    261012MA
047494     STOP RUN.                                                    261012MA
047496 B9900-EXIT.  EXIT.                                               261012MA
047500 END PROGRAM SNAPREST.                                            260902MA
