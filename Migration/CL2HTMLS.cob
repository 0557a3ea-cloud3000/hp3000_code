007400 01 WS-CTLFILE-NAME      PIC X(254) VALUE SPACES.                         
007500 01 WS-BATCH-SW          PIC X(01)  VALUE "N".                            
007600    88 BATCH-MODE                   VALUE "Y".                            
007620*A parallel refresh worker (INFO "ctlfile,WORKER,nn", streamed by
007640*CL2SPLT for group nn) keeps its member changes in its own
007645*CLDIFnn and CLCHGnn for CL2JOIN to gather -- see B9050 for
007650*what else it does differently.
007660 01 WS-RUN-MODE          PIC X(08)  VALUE SPACES.
007680    88 WORKER-MODE                  VALUE "WORKER".
007690 01 WS-WORKER-GROUP      PIC X(02)  VALUE SPACES.
007700 01 WS-MORE-SW           PIC X(01)  VALUE "Y".                            
007800    88 NO-MORE-PARMS                VALUE "N".                            
007900 01 MAX-INDEX-ENTRIES    PIC S9(5)  COMP VALUE 5000.                      
009590    03 DR-OLD-FILE          PIC X(34).
009592    03 DR-NEW-FILE          PIC X(26).
009594    03 DR-DISPOSITION       PIC X(01).
009595    03 DR-DIFF-FILE         PIC X(08)  VALUE SPACES.
009596    03 DR-CHG-FILE          PIC X(08)  VALUE SPACES.
009600 01 MN-COUNT             PIC S9(5)  COMP VALUE 0.                         
009700 01 MN-INDEX             PIC S9(5)  COMP VALUE 0.                         
009800 01 MEMBER-NAME-TABLE.                                                    
012480    03 SN-ENTRY OCCURS 500.
012490       05 SN-COPYLIB        PIC X(26).
012500       05 SN-FILE           PIC X(34).
012505       05 SN-CHANGED-DATE   PIC X(27).
012510*Per-copylib conversion timing, logged to CLAUDIT as a CONVRT
012515*event (seconds in the second parameter) -- the history CL2SPLT
012520*balances the parallel refresh groups on.  The run's own first
012525*audit parameter is kept aside for the FINISH record.
012530 01 WS-RUN-PARM-1        PIC X(26)  VALUE SPACES.
012535 01 WS-CV-CLOCK.
012540    03 WS-CV-HH             PIC 9(02).
012545    03 WS-CV-MM             PIC 9(02).
012550    03 WS-CV-SS             PIC 9(02).
012555    03                      PIC 9(02).
012560 01 WS-CV-START          PIC S9(9)  COMP VALUE 0.
012565 01 WS-CV-ELAPSED        PIC S9(9)  COMP VALUE 0.
012570 01 ED-CV-ELAPSED        PIC 9(10)  VALUE 0.
012600
012700  01 HPFOPEN-PARMS.                                                       
012800     03 HP-CONST-0        PIC S9(9)  COMP SYNC VALUE 0.                   
014370        MOVE WS-COPYLIB            TO AR-PARM-1
014380     END-IF.
014390     MOVE SPACES                 TO AR-PARM-2.
014392     MOVE AR-PARM-1              TO WS-RUN-PARM-1.
014395     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.
014396     PERFORM B9600-TAKE-RUN-LOCK THRU B9600-EXIT.
014397* Start the night's member-change report files over, so a run
014400* wipe the night's records before the analysts read them --
014401* and only under the lock, so a run still waiting for (or
014402* denied) the lock cannot truncate the records the current
014403* holder is writing.  A parallel refresh worker's are its own.
014404     IF BATCH-MODE
014405        MOVE "I"                 TO DR-DISPOSITION
014406        CALL "CPYDIFF" USING WS-DIFF-REQUEST
014408* The regeneration table is loaded only after the lock is held
014409* -- a run that waited out another holder must see the dates
014410* that holder just wrote, not a pre-wait snapshot of them.
014411     PERFORM A0052-START-REGEN-TABLE THRU A0052-EXIT.
014412     PERFORM UNTIL NO-MORE-PARMS
014500        PERFORM A0300-CHECK-REGEN THRU A0300-EXIT
014600        IF NOT SKIP-THIS-COPYLIB
014800        END-IF
014900        PERFORM A0100-GET-PARMS THRU A0100-EXIT
015000     END-PERFORM.
015010     IF WORKER-MODE
015020        PERFORM B9050-MERGE-REGEN-TABLE THRU B9050-EXIT
015030     ELSE
015040        PERFORM B9000-SAVE-REGEN-TABLE THRU B9000-EXIT
015050     END-IF.
015105     PERFORM B0700-REFRESH-SNAPSHOTS THRU B0700-EXIT.
015106     PERFORM B9800-KEEP-GENERATIONS THRU B9800-EXIT.
015107     IF NOT WORKER-MODE
015108        PERFORM B9700-FREE-RUN-LOCK THRU B9700-EXIT
015109     END-IF.
015110     MOVE "FINISH"               TO AR-EVENT.
015120     MOVE "OK"                   TO AR-OUTCOME.
015130     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.
015200     DISPLAY "Normal termination of CL2HTML run @ " TIME-OF-DAY.
015300     STOP RUN.
015400 0000-EXIT.  EXIT.
015401*
015402* A0052-START-REGEN-TABLE loads the regeneration table under the
015403* run lock.  A parallel refresh worker then lets the lock go,
015404* taking it again only for its closing registry merge (B9050).
015405 A0052-START-REGEN-TABLE.
015406     PERFORM A0050-LOAD-REGEN-TABLE THRU A0050-EXIT.
015407     IF WORKER-MODE
015408        PERFORM B9700-FREE-RUN-LOCK THRU B9700-EXIT.
015409 A0052-EXIT.  EXIT.
015410*
015420* A0055-SET-OPERATOR records who is running this job -- BATCH for
015430* an unattended control-file run, or an operator ID typed in for
015566* rewriting CL2HREG.  A batch run waits for the lock (RUNLOCK
015568* retries for up to five minutes); an ad-hoc interactive run is
015570* told who holds it and stops instead of corrupting the control
015572* files.  A parallel refresh worker holds it only to start its
015573* change files and load the table, and for its closing merge.
015574 B9600-TAKE-RUN-LOCK.
015576     MOVE "L"                    TO LK-ACTION.
015578     MOVE WS-OPERATOR            TO LK-OPERATOR.
015640* CPYDIFF itself is called once per copylib, so the generation
015642* cannot be cut there without copying half a night's records.
015644* A failed copy is reported but never fails the conversion run.
015645* A parallel refresh worker leaves the generations to CL2JOIN.
015646 B9800-KEEP-GENERATIONS.
015648     IF NOT BATCH-MODE OR WORKER-MODE
015650        GO TO B9800-EXIT.
015652     MOVE "CLDIFF"               TO GK-SOURCE-FILE.
015654     MOVE "CLDF"                 TO GK-PREFIX.
015700* A0050-LOAD-REGEN-TABLE reads the regeneration control file, if
015800* one exists from a prior run, into memory so each copylib can be
015900* checked against its last-converted date before reprocessing.
015910* A parallel refresh worker loads it under the lock too (A0052)
015920* and then frees it; B9050 merges its dates back at the end.
016000 A0050-LOAD-REGEN-TABLE.
016000     MOVE 0                       TO RG-COUNT.                            
016100     MOVE SPACES                  TO REGEN-TABLE.                         
017900* line) or an interactive run prompted through ACCEPT statements.         
018000* Batch mode is selected by passing the control file name as the          
018100* RUN command INFO string; an empty INFO string keeps the original        
018150* interactive behavior for a single copylib.  A control file name
018200* followed by ",WORKER,nn" is parallel refresh worker nn's run.
018300 A0100-GET-PARMS.                                                         
018400     IF WS-CTLFILE-NAME = SPACES AND WS-COPYLIB = SPACES                  
018500        ACCEPT WS-RUN-INFO FROM COMMAND-LINE                              
018600        IF WS-RUN-INFO NOT = SPACES                                       
018700           MOVE "Y"             TO WS-BATCH-SW                            
018750           UNSTRING WS-RUN-INFO DELIMITED BY ","
018800              INTO WS-CTLFILE-NAME, WS-RUN-MODE, WS-WORKER-GROUP
018810           IF WORKER-MODE
018820              IF WS-WORKER-GROUP IS NOT NUMERIC
018830                 DISPLAY "CL2HTML: a worker run needs its group "
018840                         "number -- INFO ctlfile,WORKER,nn"
018850                 MOVE 16       TO RETURN-CODE
018860                 STOP RUN
018870              END-IF
018875              STRING "CLDIF" WS-WORKER-GROUP DELIMITED BY SIZE
018880                INTO DR-DIFF-FILE
018885              STRING "CLCHG" WS-WORKER-GROUP DELIMITED BY SIZE
018890                INTO DR-CHG-FILE
018895           END-IF
018900           OPEN INPUT CTLFILE                                             
019000        END-IF                                                            
019100     END-IF.                                                              
026200* it needs to be redone.                                                  
026300 A0320-SAVE-REGEN-ENTRY.                                                  
026400     PERFORM A0310-FIND-REGEN-ENTRY THRU A0310-EXIT.                      
026410* A worker never adds a registry slot of its own -- the slot
026420* names the copylib's snapshot, and two workers adding at once
026430* would both take the same one.  CL2SPLT registers every copylib
026440* of the night before it streams any worker.
026450     IF WORKER-MODE AND NOT REG-ENTRY-FOUND
026460        DISPLAY "CL2HTML: " WS-COPYLIB
026470                " not registered in CL2HREG -- no snapshot kept"
026480        GO TO A0320-EXIT.
026500     IF REG-ENTRY-FOUND                                                   
026600        MOVE WS-LIB-CHANGED-DATE  TO RG-LAST-CONVERTED(RG-INDEX)          
026700     ELSE                                                                 
028000*                                                                         
028100  A1000-INIT.
028200     DISPLAY "Begin run of CL2HTML @ " TIME-OF-DAY.
028220     MOVE TIME-OF-DAY                 TO WS-CV-CLOCK.
028240     COMPUTE WS-CV-START = (WS-CV-HH * 3600) + (WS-CV-MM * 60)
028260                         + WS-CV-SS.
028300
028400      OPEN  INPUT  INFILE.
028600
057873        ADD 1                    TO SN-COUNT
057875        MOVE WS-COPYLIB          TO SN-COPYLIB(SN-COUNT)
057877        MOVE WS-SNAP-FILE        TO SN-FILE(SN-COUNT)
057878        MOVE WS-LIB-CHANGED-DATE TO SN-CHANGED-DATE(SN-COUNT)
057879     ELSE
057881        DISPLAY "CL2HTML: snapshot table full, snapshot not "
057883                "refreshed for " WS-COPYLIB
062200     PERFORM A0320-SAVE-REGEN-ENTRY THRU A0320-EXIT.
062250     PERFORM B0600-SNAPSHOT-DIFF THRU B0600-EXIT.
062300     PERFORM B0500-BUILD-INDEX THRU B0500-EXIT.
062350     PERFORM B9550-LOG-CONVERSION THRU B9550-EXIT.
062400                                                                          
062500     DISPLAY "Finished copylib " WS-COPYLIB " @ " TIME-OF-DAY.            
062600 C9000-EXIT.  EXIT.                                                       
063800     END-PERFORM.                                                         
063900     CLOSE REGFILE.                                                       
064000 B9000-EXIT.  EXIT.                                                       
064002*
064004* B9050-MERGE-REGEN-TABLE is a parallel refresh worker's registry
064006* update.  Under the lock it re-reads CL2HREG as the other workers
064008* have left it, applies the last-changed dates of only the
064010* copylibs this worker converted, and writes it back -- so no
064012* worker's dates are lost to another's rewrite.
064014 B9050-MERGE-REGEN-TABLE.
064016     PERFORM B9600-TAKE-RUN-LOCK THRU B9600-EXIT.
064018     PERFORM A0050-LOAD-REGEN-TABLE THRU A0050-EXIT.
064020     MOVE 1                       TO SN-INDEX.
064022 B9050-NEXT.
064024     IF SN-INDEX > SN-COUNT
064026        GO TO B9050-SAVE.
064028     MOVE SN-COPYLIB(SN-INDEX)    TO WS-COPYLIB.
064030     PERFORM A0310-FIND-REGEN-ENTRY THRU A0310-EXIT.
064032     IF REG-ENTRY-FOUND
064034        MOVE SN-CHANGED-DATE(SN-INDEX)
064036                                  TO RG-LAST-CONVERTED(RG-INDEX)
064038     END-IF.
064040     ADD 1                        TO SN-INDEX.
064042     GO TO B9050-NEXT.
064044 B9050-SAVE.
064046     PERFORM B9000-SAVE-REGEN-TABLE THRU B9000-EXIT.
064048     PERFORM B9700-FREE-RUN-LOCK THRU B9700-EXIT.
064050 B9050-EXIT.  EXIT.
064052*
064054* B9550-LOG-CONVERSION records how long this copylib took as a
064056* CONVRT event in CLAUDIT (copylib, seconds) -- the elapsed-time
064058* history CL2SPLT weighs copylibs by when it splits the night's
064060* refresh into parallel groups.  The clock was read at A1000; a
064062* conversion that ran across midnight is credited with the day.
064064 B9550-LOG-CONVERSION.
064066     MOVE TIME-OF-DAY             TO WS-CV-CLOCK.
064068     COMPUTE WS-CV-ELAPSED = (WS-CV-HH * 3600) + (WS-CV-MM * 60)
064070                           + WS-CV-SS - WS-CV-START.
064072     IF WS-CV-ELAPSED < 0
064074        ADD 86400                 TO WS-CV-ELAPSED
064076     END-IF.
064078     MOVE WS-CV-ELAPSED           TO ED-CV-ELAPSED.
064080     MOVE "CONVRT"                TO AR-EVENT.
064082     MOVE "OK"                    TO AR-OUTCOME.
064084     MOVE WS-COPYLIB              TO AR-PARM-1.
064086     MOVE ED-CV-ELAPSED           TO AR-PARM-2.
064088     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.
064090     MOVE WS-RUN-PARM-1           TO AR-PARM-1.
064092     MOVE SPACES                  TO AR-PARM-2.
064094 B9550-EXIT.  EXIT.
064100                                                                          
064200                                                                          
064300                                                                          
