003780* 260902MA  WIPE AND VERIFY LOOPS NOW MOVE SIXTEEN-RECORD         260902MA
003790*            BLOCKS PER FWRITE/FREAD CALL; CHECKPOINT AND         260902MA
003795*            RECONCILIATION SEMANTICS UNCHANGED.                  260902MA
003796* 261004MA  EVERY TARGET IS CHECKED AGAINST THE LEGHOLD           261004MA
003797*            LEGAL-HOLD LIST THROUGH HOLDCHK AND REFUSED,         261004MA
003798*            NOTIFIED AND LOGGED IF HELD.                         261004MA
003799* 261012MA  OPERATORS CHECKED AGAINST OPRAUTH THROUGH AUTHCHK.    261012MA
003800*-----------------------------------------------------------------260809MA
003900*                                                                         
004000 ENVIRONMENT DIVISION.                                                    
013290    03 AR-PARM-1               PIC X(26) VALUE SPACES.            260809MA
013295    03 AR-PARM-2               PIC X(10) VALUE SPACES.            260809MA
013300*                                                                         
013305*Legal-hold check passed to HOLDCHK, and the count of targets     261004MA
013310*actually worked, so an empty batch FINISH can say so.            261004MA
013315 01 WS-HOLD-REQUEST.                                              261004MA
013320    03 HQ-FILE-NAME         PIC X(34) VALUE SPACES.               261004MA
013325    03 HQ-REFERENCE         PIC X(12) VALUE SPACES.               261004MA
013330    03 HQ-PLACED-BY         PIC X(08) VALUE SPACES.               261004MA
013335    03 HQ-PLACED-DATE       PIC 9(08) VALUE 0.                    261004MA
013340 01 WS-HOLD-SW              PIC X(01) VALUE "N".                  261004MA
013345    88 TARGET-HELD                   VALUE "Y".                   261004MA
013350 01 WS-FILES-DONE           PIC S9(05) COMP VALUE 0.              261004MA
013355*A hold refusal logs its own event between the run's START and    261004MA
013360*FINISH; the run's own parameters are put back afterwards.        261004MA
013365 01 WS-SAVE-PARM-1          PIC X(26) VALUE SPACES.               261004MA
013370 01 WS-SAVE-PARM-2          PIC X(10) VALUE SPACES.               261004MA
013375*                                                                 261004MA
013376*Operator authorization check passed to AUTHCHK -- a refused      261012MA
013377*target is skipped the way a held one is.                         261012MA
013378 01 WS-AUTH-REQUEST.                                              261012MA
013379    03 AQ-OPERATOR          PIC X(08) VALUE SPACES.               261012MA
013380    03 AQ-PROGRAM           PIC X(08) VALUE "CLEANDSK".           261012MA
013381    03 AQ-FUNCTION          PIC X(08) VALUE SPACES.               261012MA
013382    03 AQ-FILE-NAME         PIC X(34) VALUE SPACES.               261012MA
013383    03 AQ-GRANTED-BY        PIC X(08) VALUE SPACES.               261012MA
013384    03 AQ-GRANT-DATE        PIC 9(08) VALUE 0.                    261012MA
013385    03 AQ-REFERENCE         PIC X(12) VALUE SPACES.               261012MA
013386 01 WS-AUTH-SW              PIC X(01) VALUE "N".                  261012MA
013387    88 TARGET-REFUSED                VALUE "Y".                   261012MA
013388*                                                                 261012MA
013400*=================================================================019300  
013500 $PAGE  "Main logical flow"                                       019600  
013600*=================================================================060620  
014000     DISPLAY " ".                                                         
014100     PERFORM A0100-GET-PARMS THRU A0100-EXIT.                     260809MA
014110     PERFORM A0150-SET-OPERATOR THRU A0150-EXIT.                  260809MA
014111     PERFORM B9900-CHECK-AUTHORITY THRU B9900-EXIT.               261012MA
014112     PERFORM B9600-TAKE-RUN-LOCK THRU B9600-EXIT.                 260902MA
014115     PERFORM B1025-LOAD-CKP-TABLE THRU B1025-EXIT.                260809MA
014120     MOVE "START"                TO AR-EVENT.                     260809MA
014430        PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT             260809MA
014500        PERFORM B2000-CLEAN-BATCH THRU B2000-EXIT                 260809MA
014600     END-IF.                                                      260809MA
014601*Nothing was due for destruction, or every target was held or     261004MA
014602*refused -- say so on the FINISH record, in either mode, so       261004MA
014603*CERTREG does not look for a certificate never to be written.     261004MA
014604     IF WS-FILES-DONE = 0                                         261004MA
014605        MOVE "NO FILES"          TO AR-PARM-2                     261004MA
014606     END-IF.                                                      261004MA
014610     MOVE "FINISH"               TO AR-EVENT.                     260809MA
014612*A failed verify or control-file open must not read as a good     260822MA
014614*finish -- the restart check skips any OK/PASS FINISH.            260822MA
019000*Clean a single target file.                                              
019100*=========================================================                
019200 B1000-CLEAN-ONE-FILE.                                            260809MA
019220     PERFORM B9800-CHECK-HOLD THRU B9800-EXIT.                    261004MA
019240     IF TARGET-HELD                                               261004MA
019260        GO TO B1000-EXIT.                                         261004MA
019265     PERFORM B9850-CHECK-TARGET-AUTH THRU B9850-EXIT.             261012MA
019270     IF TARGET-REFUSED                                            261012MA
019275        GO TO B1000-EXIT.                                         261012MA
019280     ADD 1                    TO WS-FILES-DONE.                   261004MA
019300     PERFORM B1010-CAPTURE-PRE-STATS THRU B1010-EXIT.             260809MA
019400     IF BACKUP-REQUESTED                                          260809MA
019500        PERFORM B1020-BACKUP-FILE THRU B1020-EXIT                 260809MA
034322     MOVE "U"                  TO LK-ACTION.                      260902MA
034324     CALL "RUNLOCK" USING WS-LOCK-REQUEST.                        260902MA
034326 B9700-EXIT.  EXIT.                                               260902MA
034330*                                                                 261004MA
034340*B9800-CHECK-HOLD asks HOLDCHK whether the target is under legal  261004MA
034350*hold.  Nothing overrides a hold: a held target is not touched,   261004MA
034360*not backed up and not checkpointed -- it is refused, the refusal 261004MA
034370*goes to NOTIFY as critical and to CLAUDIT, and the run moves on  261004MA
034380*to its next target.  An unreadable LEGHOLD holds them all.       261004MA
034390 B9800-CHECK-HOLD.                                                261004MA
034400     MOVE "N"                  TO WS-HOLD-SW.                     261004MA
034410     MOVE WS-TARGET-FILE       TO HQ-FILE-NAME.                   261004MA
034420     CALL "HOLDCHK" USING WS-HOLD-REQUEST.                        261004MA
034430     IF RETURN-CODE = 0                                           261004MA
034440        GO TO B9800-EXIT.                                         261004MA
034450     MOVE "Y"                  TO WS-HOLD-SW.                     261004MA
034460     DISPLAY "CLNDSK: " WS-TARGET-FILE " is under legal hold "    261004MA
034470             HQ-REFERENCE " -- NOT WIPED".                        261004MA
034480     MOVE "C"                  TO NF-SEVERITY.                    261004MA
034490     MOVE SPACES               TO NF-MESSAGE.                     261004MA
034500     STRING "LEGAL HOLD -- NOT WIPED: " DELIMITED BY SIZE         261004MA
034510            WS-TARGET-FILE DELIMITED BY SPACES                    261004MA
034520       INTO NF-MESSAGE.                                           261004MA
034530     CALL "NOTIFY" USING WS-NOTIFY-REQUEST.                       261004MA
034540     MOVE AR-PARM-1            TO WS-SAVE-PARM-1.                 261004MA
034550     MOVE AR-PARM-2            TO WS-SAVE-PARM-2.                 261004MA
034560     MOVE "REFUSE"             TO AR-EVENT.                       261004MA
034570     MOVE "HELD"               TO AR-OUTCOME.                     261004MA
034580     MOVE WS-TARGET-FILE(1:26) TO AR-PARM-1.                      261004MA
034590     MOVE HQ-REFERENCE(1:10)   TO AR-PARM-2.                      261004MA
034600     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.               261004MA
034610     MOVE WS-SAVE-PARM-1       TO AR-PARM-1.                      261004MA
034620     MOVE WS-SAVE-PARM-2       TO AR-PARM-2.                      261004MA
034630     MOVE SPACES               TO AR-OUTCOME.                     261004MA
034640 B9800-EXIT.  EXIT.                                               261004MA
034740*                                                                 261012MA
034840*B9850-CHECK-TARGET-AUTH asks AUTHCHK whether this operator may   261012MA
034940*wipe this target -- WIPE when a backup is taken first, NOBACKUP  261012MA
035040*when it is not.  A refused target is not touched; the refusal    261012MA
035140*goes to NOTIFY as a warning and to CLAUDIT, the run moves on     261012MA
035240*to its next target, and the job step ends 16.                    261012MA
035340 B9850-CHECK-TARGET-AUTH.                                         261012MA
035440     MOVE "N"                  TO WS-AUTH-SW.                     261012MA
035540     PERFORM B9860-ASK-AUTHCHK THRU B9860-EXIT.                   261012MA
035640     IF RETURN-CODE = 0                                           261012MA
035740        GO TO B9850-EXIT.                                         261012MA
035840     MOVE "Y"                  TO WS-AUTH-SW.                     261012MA
035940     DISPLAY "CLNDSK: " WS-OPERATOR " is not authorized for "     261012MA
036040             AQ-FUNCTION " on " WS-TARGET-FILE " -- NOT WIPED".   261012MA
036140     MOVE "W"                  TO NF-SEVERITY.                    261012MA
036240     MOVE SPACES               TO NF-MESSAGE.                     261012MA
036340     STRING "NOT AUTHORIZED -- NOT WIPED: " DELIMITED BY SIZE     261012MA
036440            WS-TARGET-FILE DELIMITED BY SPACES                    261012MA
036540       INTO NF-MESSAGE.                                           261012MA
036640     CALL "NOTIFY" USING WS-NOTIFY-REQUEST.                       261012MA
036740     MOVE AR-PARM-1            TO WS-SAVE-PARM-1.                 261012MA
036840     MOVE AR-PARM-2            TO WS-SAVE-PARM-2.                 261012MA
036940     MOVE "REFUSE"             TO AR-EVENT.                       261012MA
037040     MOVE "NOAUTH"             TO AR-OUTCOME.                     261012MA
037140     MOVE WS-TARGET-FILE(1:26) TO AR-PARM-1.                      261012MA
037240     MOVE AQ-FUNCTION          TO AR-PARM-2.                      261012MA
037340     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.               261012MA
037440     MOVE WS-SAVE-PARM-1       TO AR-PARM-1.                      261012MA
037540     MOVE WS-SAVE-PARM-2       TO AR-PARM-2.                      261012MA
037640     MOVE SPACES               TO AR-OUTCOME.                     261012MA
037740     MOVE 16                   TO WS-RUN-RC.                      261012MA
037840 B9850-EXIT.  EXIT.                                               261012MA
037940*                                                                 261012MA
038040*B9860-ASK-AUTHCHK puts the current target's wipe to AUTHCHK.     261012MA
038140 B9860-ASK-AUTHCHK.                                               261012MA
038240     MOVE WS-OPERATOR          TO AQ-OPERATOR.                    261012MA
038340     IF BACKUP-REQUESTED                                          261012MA
038440        MOVE "WIPE"            TO AQ-FUNCTION                     261012MA
038540     ELSE                                                         261012MA
038640        MOVE "NOBACKUP"        TO AQ-FUNCTION                     261012MA
038740     END-IF.                                                      261012MA
038840     MOVE WS-TARGET-FILE       TO AQ-FILE-NAME.                   261012MA
038940     CALL "AUTHCHK" USING WS-AUTH-REQUEST.                        261012MA
039040 B9860-EXIT.  EXIT.                                               261012MA
039140*                                                                 261012MA
039240*B9900-CHECK-AUTHORITY is the start-up check, made before the     261012MA
039340*run lock is taken.  A single-file run must be authorized for     261012MA
039440*its one target; a batch-control run must hold some CLEANDSK      261012MA
039540*grant, each target then being checked as it comes up.  An        261012MA
039640*operator with no authority is turned away before anything is     261012MA
039740*opened -- NOTIFY is warned, and CLAUDIT gets a matched START     261012MA
039840*and failed FINISH around the refusal.                            261012MA
039860*A batch-control run is operator BATCH, which any run given a     261012MA
039880*control file can claim -- so the nightly DOCREFJS step needs     261012MA
039900*BATCH CLEANDSK WIPE and NOBACKUP grants limited to the RETINV    261012MA
039920*files CLNCTL is built from (see the DOCREFJS header).            261012MA
039940 B9900-CHECK-AUTHORITY.                                           261012MA
040040     IF WS-CTLFILE-NAME = SPACES                                  261012MA
040140        PERFORM B9860-ASK-AUTHCHK THRU B9860-EXIT                 261012MA
040240        MOVE WS-TARGET-FILE(1:26) TO AR-PARM-1                    261012MA
040340        MOVE WS-TARGET-COUNT   TO AR-PARM-2                       261012MA
040440     ELSE                                                         261012MA
040540        MOVE WS-OPERATOR       TO AQ-OPERATOR                     261012MA
040640        MOVE SPACES            TO AQ-FUNCTION AQ-FILE-NAME        261012MA
040740        CALL "AUTHCHK" USING WS-AUTH-REQUEST                      261012MA
040840        MOVE WS-CTLFILE-NAME(1:26) TO AR-PARM-1                   261012MA
040940        MOVE SPACES            TO AR-PARM-2                       261012MA
041040     END-IF.                                                      261012MA
041140     IF RETURN-CODE = 0                                           261012MA
041240        GO TO B9900-EXIT.                                         261012MA
041340     DISPLAY "CLNDSK: operator " WS-OPERATOR                      261012MA
041440             " is not authorized to run CLEANDSK -- RUN REFUSED". 261012MA
041540     MOVE "W"                  TO NF-SEVERITY.                    261012MA
041640     MOVE SPACES               TO NF-MESSAGE.                     261012MA
041740     STRING "OPERATOR " DELIMITED BY SIZE                         261012MA
041840            WS-OPERATOR DELIMITED BY SPACES                       261012MA
041940            " NOT AUTHORIZED -- RUN REFUSED" DELIMITED BY SIZE    261012MA
042040       INTO NF-MESSAGE.                                           261012MA
042140     CALL "NOTIFY" USING WS-NOTIFY-REQUEST.                       261012MA
042240     MOVE "START"              TO AR-EVENT.                       261012MA
042340     MOVE SPACES               TO AR-OUTCOME.                     261012MA
042440     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.               261012MA
042540     MOVE "REFUSE"             TO AR-EVENT.                       261012MA
042640     MOVE "NOAUTH"             TO AR-OUTCOME.                     261012MA
042740     MOVE AQ-FUNCTION          TO AR-PARM-2.                      261012MA
042840     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.               261012MA
042940     MOVE "FINISH"             TO AR-EVENT.                       261012MA
043040     MOVE "FAIL"               TO AR-OUTCOME.                     261012MA
043090     MOVE "NO FILES"           TO AR-PARM-2.                      261012MA
043140     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.               261012MA
043240     MOVE 16                   TO RETURN-CODE.                    261012MA
043340     STOP RUN.                                                    261012MA
043440 B9900-EXIT.  EXIT.                                               261012MA
