000100******************************************************************261010MA
000200* CL2SPLT -- SPLIT THE DOC REFRESH INTO PARALLEL WORKER JOBS      261010MA
000300******************************************************************261010MA
000400 IDENTIFICATION DIVISION.                                         261010MA
000500 PROGRAM-ID.     CL2SPLT.                                         261010MA
000600 AUTHOR.     MICHAEL ANDERSON.                                    261010MA
000700 DATE-COMPILED.                                                   261010MA
000800*                   COPYRIGHT 2007                                261010MA
000900*          J3K Solutions All rights reserved.                     261010MA
001000*                                                                 261010MA
001100* CL2HTML AND CPYLAYT USED TO WORK THROUGH EVERY HTMLCTL COPYLIB  261010MA
001200* ONE AFTER ANOTHER IN ONE STEP EACH.  THIS CONTROLLER SPLITS     261010MA
001300* THE NIGHT'S COPYLIBS INTO BALANCED GROUPS AND STREAMS ONE       261010MA
001400* WORKER JOB (CLWRKNN) PER GROUP; CL2JOIN, THE NEXT DOCREFJS      261010MA
001500* STEP, WAITS FOR EVERY WORKER'S FINISH.                          261010MA
001600*                                                                 261010MA
001700* EACH COPYLIB IS WEIGHED BY THE SECONDS ITS LATEST CONVERSION    261010MA
001800* TOOK (THE CONVRT EVENTS CL2HTML LOGS TO CLAUDIT).  ONE WITH NO  261010MA
001900* HISTORY IS ESTIMATED FROM ITS RECORD COUNT AT THE RATE THE      261010MA
002000* TIMED COPYLIBS RAN, OR AT 100 RECORDS A SECOND WHEN NOTHING     261010MA
002100* HAS BEEN TIMED YET.  HEAVIEST FIRST, EACH COPYLIB GOES TO THE   261010MA
002200* LIGHTEST GROUP SO FAR; EVERY ENTRY FOR ONE COPYLIB STAYS IN     261010MA
002300* ONE GROUP.                                                      261010MA
002400*                                                                 261010MA
002500* FOR EACH GROUP IT WRITES:                                       261010MA
002600*   CLGRPNN  THE GROUP'S CONTROL FILE -- HTMLCTL LAYOUT, ITS      261010MA
002700*            ENTRIES IN HTMLCTL ORDER;                            261010MA
002800*   CLWRKNN  THE WORKER JOB: CL2HTML IN WORKER MODE, WRITING      261010MA
002850*            ITS OWN CLDIFNN/CLCHGNN MEMBER-CHANGE FILES, THEN    261010MA
002900*            CPYLAYT WRITING ITS OWN CLLAYNN LAYOUT DATA, EACH    261010MA
003000*            STEP GATED BY STEPCHK ON THE GROUP'S CONTROL FILE,   261010MA
003100*            AND THE WORKER'S OWN START/FINISH (AS CL2WORK)       261010MA
003200*            RECORDED THROUGH AUDRUN;                             261010MA
003300* AND LISTS THE GROUPS, WITH THEIR FILES, IN CL2GRPS FOR CL2JOIN. 261010MA
003400*                                                                 261010MA
003500* BEFORE ANY WORKER STARTS, UNDER THE CL2HREG RUN LOCK, EVERY     261010MA
003600* COPYLIB OF THE NIGHT IS GIVEN ITS CL2HREG SLOT (WORKERS NEVER   261010MA
003700* ADD ONE -- THE SLOT NAMES THE COPYLIB'S SNAPSHOT) AND THE       261010MA
003800* NIGHT'S MEMBER-CHANGE REPORT FILES ARE STARTED OVER.            261010MA
003900*                                                                 261010MA
004000* RUN INFO IS CONTROL FILE,WORKERS -- E.G. "HTMLCTL.PUB.GROUP,4". 261010MA
004100* A BLANK CONTROL FILE MEANS HTMLCTL; WORKERS DEFAULTS TO 4 AND   261010MA
004200* IS HELD TO 1-20.  ENDS 16 WHEN NOTHING COULD BE STREAMED -- THE 261010MA
004300* CONTROL FILE NAMES NO COPYLIB, OR NO WORKER JOB WOULD STREAM -- 261010MA
004400* SO CL2JOIN NEVER WAITS ON WORKERS THAT ARE NOT THERE; 1 WHEN A  261010MA
004420* WORKER JOB WOULD NOT STREAM (STREAM IT BY HAND -- THE OTHERS    261010MA
004440* ARE ALREADY RUNNING).                                           261010MA
004500*-----------------------------------------------------------------261010MA
004600* MODIFICATION HISTORY                                            261010MA
004700* 261010MA  INITIAL VERSION.                                      261010MA
004800*-----------------------------------------------------------------261010MA
004900*                                                                 261010MA
005000 ENVIRONMENT DIVISION.                                            261010MA
005100 CONFIGURATION SECTION.                                           261010MA
005200 SOURCE-COMPUTER. HP-3000.                                        261010MA
005300 OBJECT-COMPUTER. HP-3000.                                        261010MA
005400 SPECIAL-NAMES.                                                   261010MA
005500 CONDITION-CODE IS CC.                                            261010MA
005600*                                                                 261010MA
005700 INPUT-OUTPUT SECTION.                                            261010MA
005800 FILE-CONTROL.                                                    261010MA
005900     SELECT CTLFILE  ASSIGN TO DUMMY USING WS-CTLFILE-NAME.       261010MA
006000     SELECT INFILE   ASSIGN TO DUMMY USING WS-COPYLIB.            261010MA
006100     SELECT AUDITFIL ASSIGN TO "CLAUDIT,,,,50000".                261010MA
006200     SELECT REGFILE  ASSIGN TO "CL2HREG,,,,500".                  261010MA
006300*One group's control file, one worker job, and the group list.    261010MA
006400     SELECT GRPFILE  ASSIGN TO DUMMY USING WS-GRP-FILE.           261010MA
006500     SELECT JOBFILE  ASSIGN TO DUMMY USING WS-JOB-FILE.           261010MA
006600     SELECT LSTFILE  ASSIGN TO "CL2GRPS,,,,100".                  261010MA
006700*                                                                 261010MA
006800 DATA DIVISION.                                                   261010MA
006900 FILE SECTION.                                                    261010MA
007000*Same control file CL2HTML reads in batch mode.                   261010MA
007100 FD  CTLFILE                                                      261010MA
007200     RECORD CONTAINS 788 CHARACTERS.                              261010MA
007300 01  CTL-RECORD.                                                  261010MA
007400     03  CTL-COPYLIB          PIC X(26).                          261010MA
007500     03  CTL-DEST-FILE        PIC X(254).                         261010MA
007600     03  CTL-INDEX-FILE       PIC X(254).                         261010MA
007700     03  CTL-LAYOUT-FILE      PIC X(254).                         261010MA
007800*                                                                 261010MA
007900 FD  INFILE                                                       261010MA
008000     RECORD CONTAINS 86 CHARACTERS.                               261010MA
008100 01  INFILE-RECORD            PIC X(86).                          261010MA
008200*                                                                 261010MA
008300 FD  AUDITFIL DATA RECORD IS AUDIT-RECORD                         261010MA
008400     RECORD CONTAINS 122 CHARACTERS.                              261010MA
008500 01  AUDIT-RECORD.                                                261010MA
008600     03  AUD-PROGRAM-NAME      PIC X(08).                         261010MA
008700     03  AUD-OPERATOR          PIC X(08).                         261010MA
008800     03  AUD-EVENT             PIC X(06).                         261010MA
008900     03  AUD-TIMESTAMP         PIC X(27).                         261010MA
009000     03  AUD-OUTCOME           PIC X(08).                         261010MA
009100     03  AUD-PARM-1            PIC X(26).                         261010MA
009200     03  AUD-PARM-2            PIC X(10).                         261010MA
009300     03  AUD-SEQ-NO            PIC 9(09).                         261010MA
009400     03  AUD-CHAIN-CHECK       PIC X(20).                         261010MA
009500*                                                                 261010MA
009600*The CL2HTML regeneration registry.                               261010MA
009700 FD  REGFILE                                                      261010MA
009800     RECORD CONTAINS 53 CHARACTERS.                               261010MA
009900 01  REG-RECORD.                                                  261010MA
010000     03  REG-COPYLIB          PIC X(26).                          261010MA
010100     03  REG-LAST-CONVERTED   PIC X(27).                          261010MA
010200*                                                                 261010MA
010300 FD  GRPFILE                                                      261010MA
010400     RECORD CONTAINS 788 CHARACTERS.                              261010MA
010500 01  GRP-RECORD               PIC X(788).                         261010MA
010600*                                                                 261010MA
010700 FD  JOBFILE                                                      261010MA
010800     RECORD CONTAINS 80 CHARACTERS.                               261010MA
010900 01  JOB-RECORD               PIC X(80).                          261010MA
011000*                                                                 261010MA
011100*One record per group, read back by CL2JOIN.                      261010MA
011200 FD  LSTFILE                                                      261010MA
011300     RECORD CONTAINS 100 CHARACTERS.                              261010MA
011400 01  LST-RECORD.                                                  261010MA
011500     03  LST-GROUP            PIC 9(02).                          261010MA
011600     03  LST-CTL-FILE         PIC X(26).                          261010MA
011700     03  LST-LAY-FILE         PIC X(08).                          261010MA
011720     03  LST-DIF-FILE         PIC X(08).                          261010MA
011740     03  LST-CHG-FILE         PIC X(08).                          261010MA
011800     03  LST-JOB-NAME         PIC X(08).                          261010MA
011900     03  LST-COPYLIBS         PIC 9(04).                          261010MA
012000     03  LST-WEIGHT           PIC 9(09).                          261010MA
012100     03  FILLER               PIC X(27).                          261010MA
012200*                                                                 261010MA
012300 WORKING-STORAGE SECTION.                                         261010MA
012400*                                                                 261010MA
012500 01 WS-RUN-INFO             PIC X(254) VALUE SPACES.              261010MA
012600 01 WS-CTLFILE-NAME         PIC X(254) VALUE SPACES.              261010MA
012700 01 WS-WORKERS-X            PIC X(02)  VALUE SPACES.              261010MA
012800 01 WS-COPYLIB              PIC X(26)  VALUE SPACES.              261010MA
012900 01 WS-GRP-FILE             PIC X(26)  VALUE SPACES.              261010MA
013000 01 WS-JOB-FILE             PIC X(26)  VALUE SPACES.              261010MA
013100 01 WS-LAY-NAME             PIC X(08)  VALUE SPACES.              261010MA
013120 01 WS-DIF-NAME             PIC X(08)  VALUE SPACES.              261010MA
013140 01 WS-CHG-NAME             PIC X(08)  VALUE SPACES.              261010MA
013200 01 WS-GROUP-NN             PIC 9(02)  VALUE 0.                   261010MA
013300 77 WS-WORKERS              PIC S9(04) COMP VALUE 4.              261010MA
013400 77 MAX-WORKERS             PIC S9(04) COMP VALUE 20.             261010MA
013500*                                                                 261010MA
013600*The night's copylibs, one entry each however many HTMLCTL        261010MA
013700*entries name them.                                               261010MA
013800 77 CP-COUNT                PIC S9(04) COMP VALUE 0.              261010MA
013900 77 CP-INDEX                PIC S9(04) COMP VALUE 0.              261010MA
014000 77 CP-PICK                 PIC S9(04) COMP VALUE 0.              261010MA
014100 77 MAX-CP-ENTRIES          PIC S9(04) COMP VALUE 500.            261010MA
014200 01 COPYLIB-TABLE.                                                261010MA
014300    03 CP-ENTRY OCCURS 500.                                       261010MA
014400       05 CP-COPYLIB         PIC X(26).                           261010MA
014500       05 CP-RECORDS         PIC S9(09) COMP.                     261010MA
014600       05 CP-ELAPSED         PIC S9(09) COMP.                     261010MA
014700       05 CP-HIST-SW         PIC X(01).                           261010MA
014800          88 CP-TIMED                  VALUE "Y".                 261010MA
014900       05 CP-WEIGHT          PIC S9(09) COMP.                     261010MA
015000       05 CP-GROUP           PIC S9(04) COMP.                     261010MA
015100*                                                                 261010MA
015200*The groups being filled.                                         261010MA
015300 77 GP-COUNT                PIC S9(04) COMP VALUE 0.              261010MA
015400 77 GP-INDEX                PIC S9(04) COMP VALUE 0.              261010MA
015500 77 GP-PICK                 PIC S9(04) COMP VALUE 0.              261010MA
015600 01 GROUP-TABLE.                                                  261010MA
015700    03 GP-ENTRY OCCURS 20.                                        261010MA
015800       05 GP-LOAD            PIC S9(09) COMP.                     261010MA
015900       05 GP-COPYLIBS        PIC S9(04) COMP.                     261010MA
016000*                                                                 261010MA
016100*Weighing: the timed copylibs' seconds and records give the       261010MA
016200*rate an untimed one is estimated at.                             261010MA
016300 77 WS-TIMED-SECS           PIC S9(09) COMP VALUE 0.              261010MA
016400 77 WS-TIMED-RECS           PIC S9(09) COMP VALUE 0.              261010MA
016500 77 WS-HEAVIEST             PIC S9(09) COMP VALUE 0.              261010MA
016600 77 WS-LIGHTEST             PIC S9(09) COMP VALUE 0.              261010MA
016700 01 WS-SECS-9               PIC 9(10)  VALUE 0.                   261010MA
016800*                                                                 261010MA
016900*The CL2HREG registry, rewritten whole when a copylib is added.   261010MA
017000 77 RG-COUNT                PIC S9(04) COMP VALUE 0.              261010MA
017100 77 RG-INDEX                PIC S9(04) COMP VALUE 0.              261010MA
017200 77 MAX-RG-ENTRIES          PIC S9(04) COMP VALUE 500.            261010MA
017300 77 RG-ADDED                PIC S9(04) COMP VALUE 0.              261010MA
017400 01 REGEN-TABLE.                                                  261010MA
017500    03 RG-ENTRY OCCURS 500.                                       261010MA
017600       05 RG-COPYLIB         PIC X(26).                           261010MA
017700       05 RG-LAST-CONVERTED  PIC X(27).                           261010MA
017800*                                                                 261010MA
017900*Run interlock on CL2HREG, the one CL2HTML takes.                 261010MA
018000 01 WS-LOCK-REQUEST.                                              261010MA
018100    03 LK-ACTION            PIC X(01) VALUE SPACE.                261010MA
018200    03 LK-RESOURCE          PIC X(16) VALUE "CL2HREG".            261010MA
018300    03 LK-PROGRAM           PIC X(08) VALUE "CL2SPLT".            261010MA
018400    03 LK-OPERATOR          PIC X(08) VALUE SPACES.               261010MA
018500    03 LK-WAIT-SW           PIC X(01) VALUE "Y".                  261010MA
018600    03 LK-HOLDER-PROGRAM    PIC X(08) VALUE SPACES.               261010MA
018700    03 LK-HOLDER-OPERATOR   PIC X(08) VALUE SPACES.               261010MA
018800    03 LK-HOLDER-STAMP      PIC X(27) VALUE SPACES.               261010MA
018900*Request passed to CPYDIFF to start the change reports over.      261010MA
019000 01 WS-DIFF-REQUEST.                                              261010MA
019100    03 DR-OLD-FILE          PIC X(34) VALUE SPACES.               261010MA
019200    03 DR-NEW-FILE          PIC X(26) VALUE SPACES.               261010MA
019300    03 DR-DISPOSITION       PIC X(01) VALUE "I".                  261010MA
019320    03 DR-DIFF-FILE         PIC X(08) VALUE SPACES.               261010MA
019340    03 DR-CHG-FILE          PIC X(08) VALUE SPACES.               261010MA
019400*                                                                 261010MA
019500*STREAM command, issued through the COMMAND intrinsic with the    261010MA
019600*carriage return the intrinsic expects on the end.                261010MA
019700 01 WS-CMD-IMAGE            PIC X(90)  VALUE SPACES.              261010MA
019800 01 WS-CMD-PTR              PIC S9(04) COMP VALUE 1.              261010MA
019900 01 WS-CMD-ERROR            PIC S9(04) COMP VALUE 0.              261010MA
020000 01 WS-CMD-PARM             PIC S9(04) COMP VALUE 0.              261010MA
020100 01 WS-CR-WORD              PIC S9(04) COMP VALUE 13.             261010MA
020200 01 WS-CR-WORD-R REDEFINES WS-CR-WORD.                            261010MA
020300    03                      PIC X(01).                            261010MA
020400    03 WS-CR                PIC X(01).                            261010MA
020500 77 WS-STREAM-FAILS         PIC S9(04) COMP VALUE 0.              261010MA
020600*                                                                 261010MA
020700 01 ED-COUNT                PIC ZZZ9.                             261010MA
020800 01 ED-WEIGHT               PIC ZZZZZZZZ9.                        261010MA
020900 01 DATE-BUFF               PIC X(27)  VALUE SPACES.              261010MA
021000*Critical-failure notification passed to NOTIFY.                  261010MA
021100 01 WS-NOTIFY-REQUEST.                                            261010MA
021200    03 NF-PROGRAM-NAME      PIC X(08) VALUE "CL2SPLT".            261010MA
021300    03 NF-SEVERITY          PIC X(01) VALUE SPACES.               261010MA
021400    03 NF-MESSAGE           PIC X(60) VALUE SPACES.               261010MA
021500*Operator identity and audit-log request passed to AUDLOG,        261010MA
021600*and the run completion code, kept apart from RETURN-CODE         261010MA
021700*(which every AUDLOG call resets) and applied at STOP RUN.        261010MA
021800 01 WS-OPERATOR             PIC X(08)  VALUE SPACES.              261010MA
021900 01 WS-RUN-RC               PIC S9(04) COMP VALUE 0.              261010MA
022000 01 WS-AUDIT-REQUEST.                                             261010MA
022100    03 AR-PROGRAM-NAME         PIC X(08) VALUE "CL2SPLT".         261010MA
022200    03 AR-OPERATOR             PIC X(08) VALUE SPACES.            261010MA
022300    03 AR-EVENT                PIC X(06) VALUE SPACES.            261010MA
022400    03 AR-OUTCOME              PIC X(08) VALUE SPACES.            261010MA
022500    03 AR-PARM-1               PIC X(26) VALUE SPACES.            261010MA
022600    03 AR-PARM-2               PIC X(10) VALUE SPACES.            261010MA
022700*                                                                 261010MA
022800*=================================================================261010MA
022900*Main logical flow                                                261010MA
023000*=================================================================261010MA
023100 PROCEDURE DIVISION.                                              261010MA
023200 BEGIN-0000.                                                      261010MA
023300     DISPLAY "CL2SPLT Version 1.00, Copyright J3K Solutions".     261010MA
023400     PERFORM A0100-GET-PARMS THRU A0100-EXIT.                     261010MA
023500     PERFORM A0150-SET-OPERATOR THRU A0150-EXIT.                  261010MA
023600     MOVE "START"              TO AR-EVENT.                       261010MA
023700     MOVE SPACES               TO AR-OUTCOME.                     261010MA
023800     MOVE WS-CTLFILE-NAME(1:26) TO AR-PARM-1.                     261010MA
023900     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.               261010MA
024000     PERFORM B1000-LOAD-COPYLIBS THRU B1000-EXIT.                 261010MA
024100     PERFORM B2000-READ-HISTORY THRU B2000-EXIT.                  261010MA
024200     PERFORM B3000-WEIGH-COPYLIBS THRU B3000-EXIT.                261010MA
024300     PERFORM B4000-PARTITION THRU B4000-EXIT.                     261010MA
024400     PERFORM B5000-REGISTER-COPYLIBS THRU B5000-EXIT.             261010MA
024500     PERFORM C1000-WRITE-GROUPS THRU C1000-EXIT.                  261010MA
024600     PERFORM C3000-STREAM-WORKERS THRU C3000-EXIT.                261010MA
024700     MOVE GP-COUNT             TO ED-COUNT.                       261010MA
024800     DISPLAY "CL2SPLT: " ED-COUNT " worker job(s) streamed "      261010MA
024900             "for CL2JOIN to wait on".                            261010MA
025000     MOVE "FINISH"             TO AR-EVENT.                       261010MA
025100     MOVE "OK"                 TO AR-OUTCOME.                     261010MA
025200     MOVE ED-COUNT             TO AR-PARM-2.                      261010MA
025300     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.               261010MA
025400     DISPLAY "Normal termination of CL2SPLT run @ " TIME-OF-DAY.  261010MA
025500     IF WS-RUN-RC NOT = 0                                         261010MA
025600        MOVE WS-RUN-RC         TO RETURN-CODE                     261010MA
025700     END-IF.                                                      261010MA
025800     STOP RUN.                                                    261010MA
025900 BEGIN-0000-EXIT. EXIT.                                           261010MA
026000*                                                                 261010MA
026100*A0100-GET-PARMS -- control file and worker count, from the RUN   261010MA
026200*INFO string or prompted.                                         261010MA
026300 A0100-GET-PARMS.                                                 261010MA
026400     ACCEPT WS-RUN-INFO FROM COMMAND-LINE.                        261010MA
026500     IF WS-RUN-INFO NOT = SPACES                                  261010MA
026600        UNSTRING WS-RUN-INFO DELIMITED BY ","                     261010MA
026700           INTO WS-CTLFILE-NAME, WS-WORKERS-X                     261010MA
026800     ELSE                                                         261010MA
026900        DISPLAY "Enter control file name (blank for "             261010MA
027000                "HTMLCTL): " NO ADVANCING                         261010MA
027100        ACCEPT WS-CTLFILE-NAME FREE                               261010MA
027200        DISPLAY "Enter number of workers (blank for 4): "         261010MA
027300                NO ADVANCING                                      261010MA
027400        ACCEPT WS-WORKERS-X FREE                                  261010MA
027500     END-IF.                                                      261010MA
027600     IF WS-CTLFILE-NAME = SPACES                                  261010MA
027700        MOVE "HTMLCTL"         TO WS-CTLFILE-NAME.                261010MA
027800*a one-digit count arrives left-justified -- right-justify it.    261010MA
027900     IF WS-WORKERS-X(2:1) = SPACE                                 261010MA
028000        MOVE WS-WORKERS-X(1:1) TO WS-WORKERS-X(2:1)               261010MA
028100        MOVE "0"               TO WS-WORKERS-X(1:1)               261010MA
028200     END-IF.                                                      261010MA
028300     IF WS-WORKERS-X IS NUMERIC                                   261010MA
028400        MOVE WS-WORKERS-X      TO WS-WORKERS.                     261010MA
028500     IF WS-WORKERS < 1                                            261010MA
028600        MOVE 1                 TO WS-WORKERS.                     261010MA
028700     IF WS-WORKERS > MAX-WORKERS                                  261010MA
028800        MOVE MAX-WORKERS       TO WS-WORKERS.                     261010MA
028900 A0100-EXIT.  EXIT.                                               261010MA
029000*                                                                 261010MA
029100 A0150-SET-OPERATOR.                                              261010MA
029200     IF WS-RUN-INFO NOT = SPACES                                  261010MA
029300        MOVE "BATCH"           TO WS-OPERATOR                     261010MA
029400     ELSE                                                         261010MA
029500        DISPLAY "Enter operator ID: " NO ADVANCING                261010MA
029600        ACCEPT WS-OPERATOR FREE                                   261010MA
029700     END-IF.                                                      261010MA
029800     MOVE WS-OPERATOR          TO AR-OPERATOR LK-OPERATOR.        261010MA
029900 A0150-EXIT.  EXIT.                                               261010MA
030000*                                                                 261010MA
030100*=========================================================        261010MA
030200*Gather and weigh the night's copylibs.                           261010MA
030300*=========================================================        261010MA
030400*B1000-LOAD-COPYLIBS lists each copylib the control file names    261010MA
030500*once, and counts its records for the size estimate.              261010MA
030600 B1000-LOAD-COPYLIBS.                                             261010MA
030700     MOVE 0                    TO CP-COUNT.                       261010MA
030800     OPEN INPUT CTLFILE.                                          261010MA
030900     IF CC <> 0                                                   261010MA
031000        DISPLAY "CL2SPLT: cannot open control file "              261010MA
031100                WS-CTLFILE-NAME(1:26)                             261010MA
031200        MOVE "CANNOT OPEN DOC REFRESH CONTROL FILE"               261010MA
031300                               TO NF-MESSAGE                      261010MA
031400        GO TO B9900-ABORT                                         261010MA
031500     END-IF.                                                      261010MA
031600 B1010-READ.                                                      261010MA
031700     READ CTLFILE                                                 261010MA
031800        AT END                                                    261010MA
031900           GO TO B1090-DONE.                                      261010MA
032000     IF CTL-COPYLIB = SPACES                                      261010MA
032100        GO TO B1010-READ.                                         261010MA
032200     MOVE 1                    TO CP-INDEX.                       261010MA
032300 B1020-HUNT.                                                      261010MA
032400     IF CP-INDEX > CP-COUNT                                       261010MA
032500        GO TO B1030-ADD.                                          261010MA
032600     IF CP-COPYLIB(CP-INDEX) = CTL-COPYLIB                        261010MA
032700        GO TO B1010-READ.                                         261010MA
032800     ADD 1                     TO CP-INDEX.                       261010MA
032900     GO TO B1020-HUNT.                                            261010MA
033000 B1030-ADD.                                                       261010MA
033100     IF CP-COUNT >= MAX-CP-ENTRIES                                261010MA
033200        DISPLAY "CL2SPLT: copylib table full, not refreshed "     261010MA
033300                "tonight: " CTL-COPYLIB                           261010MA
033400        GO TO B1010-READ.                                         261010MA
033500     ADD 1                     TO CP-COUNT.                       261010MA
033600     MOVE CTL-COPYLIB          TO CP-COPYLIB(CP-COUNT).           261010MA
033700     MOVE 0                    TO CP-ELAPSED(CP-COUNT)            261010MA
033800                                  CP-WEIGHT(CP-COUNT)             261010MA
033900                                  CP-GROUP(CP-COUNT).             261010MA
034000     MOVE "N"                  TO CP-HIST-SW(CP-COUNT).           261010MA
034100     PERFORM B1100-COUNT-RECORDS THRU B1100-EXIT.                 261010MA
034200     GO TO B1010-READ.                                            261010MA
034300 B1090-DONE.                                                      261010MA
034400     CLOSE CTLFILE.                                               261010MA
034410     IF CP-COUNT = 0                                              261010MA
034420        DISPLAY "CL2SPLT: control file " WS-CTLFILE-NAME(1:26)    261010MA
034430                " names no copylib"                               261010MA
034440        MOVE "NO COPYLIBS IN DOC REFRESH CONTROL FILE"            261010MA
034450                               TO NF-MESSAGE                      261010MA
034460        GO TO B9900-ABORT.                                        261010MA
034500 B1000-EXIT.  EXIT.                                               261010MA
034600*                                                                 261010MA
034700*B1100-COUNT-RECORDS -- a copylib that will not open counts as    261010MA
034800*empty; CL2HTML reports it when its worker gets to it.            261010MA
034900 B1100-COUNT-RECORDS.                                             261010MA
035000     MOVE 0                    TO CP-RECORDS(CP-COUNT).           261010MA
035100     MOVE CTL-COPYLIB          TO WS-COPYLIB.                     261010MA
035200     OPEN INPUT INFILE.                                           261010MA
035300     IF CC <> 0                                                   261010MA
035400        GO TO B1100-EXIT.                                         261010MA
035500 B1110-READ.                                                      261010MA
035600     READ INFILE                                                  261010MA
035700        AT END                                                    261010MA
035800           GO TO B1190-DONE.                                      261010MA
035900     ADD 1                     TO CP-RECORDS(CP-COUNT).           261010MA
036000     GO TO B1110-READ.                                            261010MA
036100 B1190-DONE.                                                      261010MA
036200     CLOSE INFILE.                                                261010MA
036300 B1100-EXIT.  EXIT.                                               261010MA
036400*                                                                 261010MA
036500*B2000-READ-HISTORY takes each copylib's most recent CONVRT time  261010MA
036600*from CLAUDIT.  No log just means nothing is timed yet.           261010MA
036700 B2000-READ-HISTORY.                                              261010MA
036800     OPEN INPUT AUDITFIL.                                         261010MA
036900     IF CC <> 0                                                   261010MA
037000        GO TO B2000-EXIT.                                         261010MA
037100 B2010-READ.                                                      261010MA
037200     READ AUDITFIL                                                261010MA
037300        AT END                                                    261010MA
037400           GO TO B2090-DONE.                                      261010MA
037500     IF AUD-PROGRAM-NAME NOT = "CL2HTML"                          261010MA
037600        GO TO B2010-READ.                                         261010MA
037700     IF AUD-EVENT NOT = "CONVRT"                                  261010MA
037800        GO TO B2010-READ.                                         261010MA
037900     IF AUD-PARM-2 IS NOT NUMERIC                                 261010MA
038000        GO TO B2010-READ.                                         261010MA
038100     MOVE 1                    TO CP-INDEX.                       261010MA
038200 B2020-HUNT.                                                      261010MA
038300     IF CP-INDEX > CP-COUNT                                       261010MA
038400        GO TO B2010-READ.                                         261010MA
038500     IF CP-COPYLIB(CP-INDEX) = AUD-PARM-1                         261010MA
038600        MOVE AUD-PARM-2        TO WS-SECS-9                       261010MA
038700        MOVE WS-SECS-9         TO CP-ELAPSED(CP-INDEX)            261010MA
038800        MOVE "Y"               TO CP-HIST-SW(CP-INDEX)            261010MA
038900        GO TO B2010-READ.                                         261010MA
039000     ADD 1                     TO CP-INDEX.                       261010MA
039100     GO TO B2020-HUNT.                                            261010MA
039200 B2090-DONE.                                                      261010MA
039300     CLOSE AUDITFIL.                                              261010MA
039400 B2000-EXIT.  EXIT.                                               261010MA
039500*                                                                 261010MA
039600*B3000-WEIGH-COPYLIBS -- a timed copylib weighs its seconds; an   261010MA
039700*untimed one its records at the timed copylibs' rate.  Nothing    261010MA
039800*weighs less than one second, so an empty or unreadable copylib   261010MA
039900*still counts toward its group.                                   261010MA
040000 B3000-WEIGH-COPYLIBS.                                            261010MA
040100     MOVE 0                    TO WS-TIMED-SECS WS-TIMED-RECS.    261010MA
040200     MOVE 1                    TO CP-INDEX.                       261010MA
040300 B3010-RATE.                                                      261010MA
040400     IF CP-INDEX > CP-COUNT                                       261010MA
040500        GO TO B3020-START.                                        261010MA
040600     IF CP-TIMED(CP-INDEX)                                        261010MA
040700        ADD CP-ELAPSED(CP-INDEX) TO WS-TIMED-SECS                 261010MA
040800        ADD CP-RECORDS(CP-INDEX) TO WS-TIMED-RECS                 261010MA
040900     END-IF.                                                      261010MA
041000     ADD 1                     TO CP-INDEX.                       261010MA
041100     GO TO B3010-RATE.                                            261010MA
041200 B3020-START.                                                     261010MA
041300     MOVE 1                    TO CP-INDEX.                       261010MA
041400 B3030-WEIGH.                                                     261010MA
041500     IF CP-INDEX > CP-COUNT                                       261010MA
041600        GO TO B3000-EXIT.                                         261010MA
041700     IF CP-TIMED(CP-INDEX)                                        261010MA
041800        MOVE CP-ELAPSED(CP-INDEX) TO CP-WEIGHT(CP-INDEX)          261010MA
041900        GO TO B3040-FLOOR.                                        261010MA
042000     IF WS-TIMED-RECS > 0                                         261010MA
042100        COMPUTE CP-WEIGHT(CP-INDEX) ROUNDED =                     261010MA
042200            CP-RECORDS(CP-INDEX) * WS-TIMED-SECS / WS-TIMED-RECS  261010MA
042300     ELSE                                                         261010MA
042400        COMPUTE CP-WEIGHT(CP-INDEX) ROUNDED =                     261010MA
042500            CP-RECORDS(CP-INDEX) / 100                            261010MA
042600     END-IF.                                                      261010MA
042700 B3040-FLOOR.                                                     261010MA
042800     IF CP-WEIGHT(CP-INDEX) < 1                                   261010MA
042900        MOVE 1                 TO CP-WEIGHT(CP-INDEX).            261010MA
043000     ADD 1                     TO CP-INDEX.                       261010MA
043100     GO TO B3030-WEIGH.                                           261010MA
043200 B3000-EXIT.  EXIT.                                               261010MA
043300*                                                                 261010MA
043400*B4000-PARTITION deals the copylibs out heaviest first, each to   261010MA
043500*the group carrying the least weight so far -- never more groups  261010MA
043600*than copylibs.                                                   261010MA
043700 B4000-PARTITION.                                                 261010MA
043800     MOVE WS-WORKERS           TO GP-COUNT.                       261010MA
043900     IF CP-COUNT < GP-COUNT                                       261010MA
044000        MOVE CP-COUNT          TO GP-COUNT.                       261010MA
044100     MOVE 1                    TO GP-INDEX.                       261010MA
044200 B4010-CLEAR.                                                     261010MA
044300     IF GP-INDEX > GP-COUNT                                       261010MA
044400        GO TO B4020-NEXT.                                         261010MA
044500     MOVE 0                    TO GP-LOAD(GP-INDEX)               261010MA
044600                                  GP-COPYLIBS(GP-INDEX).          261010MA
044700     ADD 1                     TO GP-INDEX.                       261010MA
044800     GO TO B4010-CLEAR.                                           261010MA
044900 B4020-NEXT.                                                      261010MA
045000     PERFORM B4100-PICK-HEAVIEST THRU B4100-EXIT.                 261010MA
045100     IF CP-PICK = 0                                               261010MA
045200        GO TO B4000-EXIT.                                         261010MA
045300     PERFORM B4200-PICK-LIGHTEST THRU B4200-EXIT.                 261010MA
045400     MOVE GP-PICK              TO CP-GROUP(CP-PICK).              261010MA
045500     ADD CP-WEIGHT(CP-PICK)    TO GP-LOAD(GP-PICK).               261010MA
045600     ADD 1                     TO GP-COPYLIBS(GP-PICK).           261010MA
045700     GO TO B4020-NEXT.                                            261010MA
045800 B4000-EXIT.  EXIT.                                               261010MA
045900*                                                                 261010MA
046000 B4100-PICK-HEAVIEST.                                             261010MA
046100     MOVE 0                    TO CP-PICK WS-HEAVIEST.            261010MA
046200     MOVE 1                    TO CP-INDEX.                       261010MA
046300 B4110-NEXT.                                                      261010MA
046400     IF CP-INDEX > CP-COUNT                                       261010MA
046500        GO TO B4100-EXIT.                                         261010MA
046600     IF CP-GROUP(CP-INDEX) = 0                                    261010MA
046700        AND CP-WEIGHT(CP-INDEX) > WS-HEAVIEST                     261010MA
046800        MOVE CP-INDEX          TO CP-PICK                         261010MA
046900        MOVE CP-WEIGHT(CP-INDEX) TO WS-HEAVIEST                   261010MA
047000     END-IF.                                                      261010MA
047100     ADD 1                     TO CP-INDEX.                       261010MA
047200     GO TO B4110-NEXT.                                            261010MA
047300 B4100-EXIT.  EXIT.                                               261010MA
047400*                                                                 261010MA
047500 B4200-PICK-LIGHTEST.                                             261010MA
047600     MOVE 1                    TO GP-PICK.                        261010MA
047700     MOVE GP-LOAD(1)           TO WS-LIGHTEST.                    261010MA
047800     MOVE 2                    TO GP-INDEX.                       261010MA
047900 B4210-NEXT.                                                      261010MA
048000     IF GP-INDEX > GP-COUNT                                       261010MA
048100        GO TO B4200-EXIT.                                         261010MA
048200     IF GP-LOAD(GP-INDEX) < WS-LIGHTEST                           261010MA
048300        MOVE GP-INDEX          TO GP-PICK                         261010MA
048400        MOVE GP-LOAD(GP-INDEX) TO WS-LIGHTEST                     261010MA
048500     END-IF.                                                      261010MA
048600     ADD 1                     TO GP-INDEX.                       261010MA
048700     GO TO B4210-NEXT.                                            261010MA
048800 B4200-EXIT.  EXIT.                                               261010MA
048900*                                                                 261010MA
049000*=========================================================        261010MA
049100*Register the copylibs and start the change reports over.         261010MA
049200*=========================================================        261010MA
049300*B5000-REGISTER-COPYLIBS gives every copylib of the night its     261010MA
049400*CL2HREG slot before any worker runs, with a blank last-converted 261010MA
049500*date so CL2HTML still converts it, and starts the night's        261010MA
049600*CPYDIFF report files over -- both under the run lock, the way    261010MA
049700*a single CL2HTML run does them.                                  261010MA
049800 B5000-REGISTER-COPYLIBS.                                         261010MA
049900     IF CP-COUNT = 0                                              261010MA
050000        GO TO B5000-EXIT.                                         261010MA
050100     MOVE "L"                  TO LK-ACTION.                      261010MA
050200     CALL "RUNLOCK" USING WS-LOCK-REQUEST.                        261010MA
050300     IF RETURN-CODE NOT = 0                                       261010MA
050400        DISPLAY "CL2SPLT: CL2HREG is locked by "                  261010MA
050500                LK-HOLDER-PROGRAM " (" LK-HOLDER-OPERATOR         261010MA
050600                ") since " LK-HOLDER-STAMP                        261010MA
050700        MOVE "RUN LOCK HELD BY ANOTHER RUN -- ABORTED"            261010MA
050800                               TO NF-MESSAGE                      261010MA
050900        GO TO B9900-ABORT                                         261010MA
051000     END-IF.                                                      261010MA
051100     MOVE 0                    TO RG-COUNT RG-ADDED.              261010MA
051200     OPEN INPUT REGFILE.                                          261010MA
051300     IF CC <> 0                                                   261010MA
051400        GO TO B5020-ADD.                                          261010MA
051500 B5010-READ.                                                      261010MA
051600     READ REGFILE                                                 261010MA
051700        AT END                                                    261010MA
051800           GO TO B5019-CLOSE.                                     261010MA
051900     IF RG-COUNT < MAX-RG-ENTRIES                                 261010MA
052000        ADD 1                  TO RG-COUNT                        261010MA
052100        MOVE REG-COPYLIB       TO RG-COPYLIB(RG-COUNT)            261010MA
052200        MOVE REG-LAST-CONVERTED TO RG-LAST-CONVERTED(RG-COUNT)    261010MA
052300     END-IF.                                                      261010MA
052400     GO TO B5010-READ.                                            261010MA
052500 B5019-CLOSE.                                                     261010MA
052600     CLOSE REGFILE.                                               261010MA
052700 B5020-ADD.                                                       261010MA
052800     MOVE 1                    TO CP-INDEX.                       261010MA
052900 B5030-NEXT.                                                      261010MA
053000     IF CP-INDEX > CP-COUNT                                       261010MA
053100        GO TO B5050-SAVE.                                         261010MA
053200     PERFORM B5100-REGISTER-ONE THRU B5100-EXIT.                  261010MA
053300     ADD 1                     TO CP-INDEX.                       261010MA
053400     GO TO B5030-NEXT.                                            261010MA
053500 B5050-SAVE.                                                      261010MA
053600     IF RG-ADDED > 0                                              261010MA
053700        OPEN OUTPUT REGFILE                                       261010MA
053800        MOVE 1                 TO RG-INDEX                        261010MA
053900        PERFORM B5200-WRITE-REG THRU B5200-EXIT                   261010MA
054000        CLOSE REGFILE                                             261010MA
054100     END-IF.                                                      261010MA
054200     MOVE SPACES               TO DR-OLD-FILE DR-NEW-FILE.        261010MA
054300     MOVE "I"                  TO DR-DISPOSITION.                 261010MA
054400     CALL "CPYDIFF" USING WS-DIFF-REQUEST.                        261010MA
054500     MOVE "U"                  TO LK-ACTION.                      261010MA
054600     CALL "RUNLOCK" USING WS-LOCK-REQUEST.                        261010MA
054700     MOVE RG-ADDED             TO ED-COUNT.                       261010MA
054800     DISPLAY "CL2SPLT: " ED-COUNT " copylib(s) newly registered " 261010MA
054900             "in CL2HREG".                                        261010MA
055000 B5000-EXIT.  EXIT.                                               261010MA
055100*                                                                 261010MA
055200 B5100-REGISTER-ONE.                                              261010MA
055300     MOVE 1                    TO RG-INDEX.                       261010MA
055400 B5110-HUNT.                                                      261010MA
055500     IF RG-INDEX > RG-COUNT                                       261010MA
055600        GO TO B5120-ADD.                                          261010MA
055700     IF RG-COPYLIB(RG-INDEX) = CP-COPYLIB(CP-INDEX)               261010MA
055800        GO TO B5100-EXIT.                                         261010MA
055900     ADD 1                     TO RG-INDEX.                       261010MA
056000     GO TO B5110-HUNT.                                            261010MA
056100 B5120-ADD.                                                       261010MA
056200     IF RG-COUNT >= MAX-RG-ENTRIES                                261010MA
056300        DISPLAY "CL2SPLT: CL2HREG full, no snapshot slot for "    261010MA
056400                CP-COPYLIB(CP-INDEX)                              261010MA
056500        GO TO B5100-EXIT.                                         261010MA
056600     ADD 1                     TO RG-COUNT RG-ADDED.              261010MA
056700     MOVE CP-COPYLIB(CP-INDEX) TO RG-COPYLIB(RG-COUNT).           261010MA
056800     MOVE SPACES               TO RG-LAST-CONVERTED(RG-COUNT).    261010MA
056900 B5100-EXIT.  EXIT.                                               261010MA
057000*                                                                 261010MA
057100 B5200-WRITE-REG.                                                 261010MA
057200     IF RG-INDEX > RG-COUNT                                       261010MA
057300        GO TO B5200-EXIT.                                         261010MA
057400     MOVE RG-COPYLIB(RG-INDEX) TO REG-COPYLIB.                    261010MA
057500     MOVE RG-LAST-CONVERTED(RG-INDEX) TO REG-LAST-CONVERTED.      261010MA
057600     WRITE REG-RECORD.                                            261010MA
057700     ADD 1                     TO RG-INDEX.                       261010MA
057800     GO TO B5200-WRITE-REG.                                       261010MA
057900 B5200-EXIT.  EXIT.                                               261010MA
058000*                                                                 261010MA
058100*=========================================================        261010MA
058200*Write the group control files, the group list and the jobs.      261010MA
058300*=========================================================        261010MA
058400 C1000-WRITE-GROUPS.                                              261010MA
058500     OPEN OUTPUT LSTFILE.                                         261010MA
058600     CALL INTRINSIC "DATELINE" USING DATE-BUFF.                   261010MA
058700     MOVE 1                    TO GP-INDEX.                       261010MA
058800 C1010-NEXT.                                                      261010MA
058900     IF GP-INDEX > GP-COUNT                                       261010MA
059000        GO TO C1090-DONE.                                         261010MA
059100     PERFORM C1100-NAME-GROUP THRU C1100-EXIT.                    261010MA
059200     PERFORM C1200-WRITE-GROUP-CTL THRU C1200-EXIT.               261010MA
059300     PERFORM C2000-WRITE-JOB THRU C2000-EXIT.                     261010MA
059400     MOVE SPACES               TO LST-RECORD.                     261010MA
059500     MOVE GP-INDEX             TO LST-GROUP.                      261010MA
059600     MOVE WS-GRP-FILE          TO LST-CTL-FILE.                   261010MA
059700     MOVE WS-LAY-NAME          TO LST-LAY-FILE.                   261010MA
059720     MOVE WS-DIF-NAME          TO LST-DIF-FILE.                   261010MA
059740     MOVE WS-CHG-NAME          TO LST-CHG-FILE.                   261010MA
059800     MOVE WS-JOB-FILE          TO LST-JOB-NAME.                   261010MA
059900     MOVE GP-COPYLIBS(GP-INDEX) TO LST-COPYLIBS.                  261010MA
060000     MOVE GP-LOAD(GP-INDEX)    TO LST-WEIGHT.                     261010MA
060100     WRITE LST-RECORD.                                            261010MA
060200     MOVE GP-COPYLIBS(GP-INDEX) TO ED-COUNT.                      261010MA
060300     MOVE GP-LOAD(GP-INDEX)    TO ED-WEIGHT.                      261010MA
060400     DISPLAY "CL2SPLT: " WS-JOB-FILE(1:8) ED-COUNT                261010MA
060500             " copylib(s), weight " ED-WEIGHT " second(s)".       261010MA
060600     ADD 1                     TO GP-INDEX.                       261010MA
060700     GO TO C1010-NEXT.                                            261010MA
060800 C1090-DONE.                                                      261010MA
060900     CLOSE LSTFILE.                                               261010MA
061000 C1000-EXIT.  EXIT.                                               261010MA
061100*                                                                 261010MA
061200*C1100-NAME-GROUP -- CLGRPnn, CLLAYnn, CLDIFnn, CLCHGnn and       261010MA
061250*CLWRKnn for group nn.                                            261010MA
061300 C1100-NAME-GROUP.                                                261010MA
061400     MOVE GP-INDEX             TO WS-GROUP-NN.                    261010MA
061500     MOVE SPACES               TO WS-GRP-FILE WS-JOB-FILE         261010MA
061600                                  WS-LAY-NAME WS-DIF-NAME         261010MA
061650                                  WS-CHG-NAME.                    261010MA
061700     STRING "CLGRP" WS-GROUP-NN DELIMITED BY SIZE                 261010MA
061800       INTO WS-GRP-FILE.                                          261010MA
061900     STRING "CLLAY" WS-GROUP-NN DELIMITED BY SIZE                 261010MA
062000       INTO WS-LAY-NAME.                                          261010MA
062020     STRING "CLDIF" WS-GROUP-NN DELIMITED BY SIZE                 261010MA
062040       INTO WS-DIF-NAME.                                          261010MA
062060     STRING "CLCHG" WS-GROUP-NN DELIMITED BY SIZE                 261010MA
062080       INTO WS-CHG-NAME.                                          261010MA
062100     STRING "CLWRK" WS-GROUP-NN DELIMITED BY SIZE                 261010MA
062200       INTO WS-JOB-FILE.                                          261010MA
062300 C1100-EXIT.  EXIT.                                               261010MA
062400*                                                                 261010MA
062500*C1200-WRITE-GROUP-CTL copies the group's control entries out     261010MA
062600*of HTMLCTL in their original order.                              261010MA
062700 C1200-WRITE-GROUP-CTL.                                           261010MA
062800     OPEN OUTPUT GRPFILE.                                         261010MA
062900     IF CC <> 0                                                   261010MA
063000        DISPLAY "CL2SPLT: cannot create " WS-GRP-FILE             261010MA
063100        MOVE "CANNOT CREATE A GROUP CONTROL FILE"                 261010MA
063200                               TO NF-MESSAGE                      261010MA
063300        GO TO B9900-ABORT                                         261010MA
063400     END-IF.                                                      261010MA
063500     OPEN INPUT CTLFILE.                                          261010MA
063600 C1210-READ.                                                      261010MA
063700     READ CTLFILE                                                 261010MA
063800        AT END                                                    261010MA
063900           GO TO C1290-DONE.                                      261010MA
064000     MOVE 1                    TO CP-INDEX.                       261010MA
064100 C1220-HUNT.                                                      261010MA
064200     IF CP-INDEX > CP-COUNT                                       261010MA
064300        GO TO C1210-READ.                                         261010MA
064400     IF CP-COPYLIB(CP-INDEX) = CTL-COPYLIB                        261010MA
064500        GO TO C1230-CHECK.                                        261010MA
064600     ADD 1                     TO CP-INDEX.                       261010MA
064700     GO TO C1220-HUNT.                                            261010MA
064800 C1230-CHECK.                                                     261010MA
064900     IF CP-GROUP(CP-INDEX) NOT = GP-INDEX                         261010MA
065000        GO TO C1210-READ.                                         261010MA
065100     MOVE CTL-RECORD           TO GRP-RECORD.                     261010MA
065200     WRITE GRP-RECORD.                                            261010MA
065300     GO TO C1210-READ.                                            261010MA
065400 C1290-DONE.                                                      261010MA
065500     CLOSE CTLFILE GRPFILE.                                       261010MA
065600 C1200-EXIT.  EXIT.                                               261010MA
065700*                                                                 261010MA
065800*C2000-WRITE-JOB writes worker job CLWRKnn -- the DOCREFJS step   261010MA
065900*shape, every step gated by STEPCHK on the group control file so  261010MA
066000*a re-streamed worker skips what it already finished.             261010MA
066100 C2000-WRITE-JOB.                                                 261010MA
066200     OPEN OUTPUT JOBFILE.                                         261010MA
066300     IF CC <> 0                                                   261010MA
066400        DISPLAY "CL2SPLT: cannot create job file " WS-JOB-FILE    261010MA
066500        MOVE "CANNOT CREATE A WORKER JOB FILE"                    261010MA
066600                               TO NF-MESSAGE                      261010MA
066700        GO TO B9900-ABORT                                         261010MA
066800     END-IF.                                                      261010MA
066900     MOVE SPACES               TO JOB-RECORD.                     261010MA
067000     STRING ":JOB " DELIMITED BY SIZE                             261010MA
067100            WS-JOB-FILE DELIMITED BY SPACES                       261010MA
067200            ",MGR.SYS;OUTCLASS=,1;HIPRI" DELIMITED BY SIZE        261010MA
067300       INTO JOB-RECORD.                                           261010MA
067400     WRITE JOB-RECORD.                                            261010MA
067500     MOVE ":COMMENT ------------------------------------------"   261010MA
067600                               TO JOB-RECORD.                     261010MA
067700     WRITE JOB-RECORD.                                            261010MA
067800     MOVE SPACES               TO JOB-RECORD.                     261010MA
067900     STRING ":COMMENT  " DELIMITED BY SIZE                        261010MA
068000            WS-JOB-FILE DELIMITED BY SPACES                       261010MA
068100            " -- PARALLEL DOC REFRESH WORKER" DELIMITED BY SIZE   261010MA
068200       INTO JOB-RECORD.                                           261010MA
068300     WRITE JOB-RECORD.                                            261010MA
068400     MOVE SPACES               TO JOB-RECORD.                     261010MA
068500     STRING ":COMMENT  Generated by CL2SPLT on "                  261010MA
068600            DELIMITED BY SIZE                                     261010MA
068700            DATE-BUFF DELIMITED BY SIZE                           261010MA
068800       INTO JOB-RECORD.                                           261010MA
068900     WRITE JOB-RECORD.                                            261010MA
069000     MOVE SPACES               TO JOB-RECORD.                     261010MA
069100     STRING ":COMMENT  for the copylibs listed in "               261010MA
069200            DELIMITED BY SIZE                                     261010MA
069300            WS-GRP-FILE DELIMITED BY SPACES                       261010MA
069400            "." DELIMITED BY SIZE                                 261010MA
069500       INTO JOB-RECORD.                                           261010MA
069600     WRITE JOB-RECORD.                                            261010MA
069700     MOVE ":COMMENT  CL2JOIN in DOCREFJS waits for its FINISH."   261010MA
069800                               TO JOB-RECORD.                     261010MA
069900     WRITE JOB-RECORD.                                            261010MA
070000     MOVE ":COMMENT  After a failure, fix the cause and stream"   261010MA
070100                               TO JOB-RECORD.                     261010MA
070200     WRITE JOB-RECORD.                                            261010MA
070300     MOVE ":COMMENT  this job again on its own -- STEPCHK skips"  261010MA
070400                               TO JOB-RECORD.                     261010MA
070500     WRITE JOB-RECORD.                                            261010MA
070600     MOVE ":COMMENT  the steps it already finished tonight."      261010MA
070700                               TO JOB-RECORD.                     261010MA
070800     WRITE JOB-RECORD.                                            261010MA
070900     MOVE ":COMMENT ------------------------------------------"   261010MA
071000                               TO JOB-RECORD.                     261010MA
071100     WRITE JOB-RECORD.                                            261010MA
071200     MOVE SPACES               TO JOB-RECORD.                     261010MA
071300     STRING ':RUN AUDRUN.PUB.GROUP;INFO="CL2WORK,START,,'         261010MA
071400            DELIMITED BY SIZE                                     261010MA
071500            WS-GRP-FILE DELIMITED BY SPACES                       261010MA
071600            '"' DELIMITED BY SIZE                                 261010MA
071700       INTO JOB-RECORD.                                           261010MA
071800     WRITE JOB-RECORD.                                            261010MA
071900     MOVE "CL2HTML"            TO WS-COPYLIB.                     261010MA
072000     PERFORM C2100-ONE-STEP THRU C2100-EXIT.                      261010MA
072100     MOVE "CPYLAYT"            TO WS-COPYLIB.                     261010MA
072200     PERFORM C2100-ONE-STEP THRU C2100-EXIT.                      261010MA
072300     MOVE ":COMMENT"           TO JOB-RECORD.                     261010MA
072400     WRITE JOB-RECORD.                                            261010MA
072500     MOVE SPACES               TO JOB-RECORD.                     261010MA
072600     STRING ':RUN AUDRUN.PUB.GROUP;INFO="CL2WORK,FINISH,OK,'      261010MA
072700            DELIMITED BY SIZE                                     261010MA
072800            WS-GRP-FILE DELIMITED BY SPACES                       261010MA
072900            '"' DELIMITED BY SIZE                                 261010MA
073000       INTO JOB-RECORD.                                           261010MA
073100     WRITE JOB-RECORD.                                            261010MA
073200     MOVE ":EOJ"               TO JOB-RECORD.                     261010MA
073300     WRITE JOB-RECORD.                                            261010MA
073400     CLOSE JOBFILE.                                               261010MA
073500 C2000-EXIT.  EXIT.                                               261010MA
073600*                                                                 261010MA
073700*C2100-ONE-STEP writes the gated step for the program named in    261010MA
073800*WS-COPYLIB: CL2HTML in worker mode, or CPYLAYT writing the       261010MA
073900*group's own layout data file.                                    261010MA
074000 C2100-ONE-STEP.                                                  261010MA
074100     MOVE ":COMMENT"           TO JOB-RECORD.                     261010MA
074200     WRITE JOB-RECORD.                                            261010MA
074300     MOVE SPACES               TO JOB-RECORD.                     261010MA
074400     STRING ':RUN STEPCHK.PUB.GROUP;INFO="' DELIMITED BY SIZE     261010MA
074500            WS-COPYLIB DELIMITED BY SPACES                        261010MA
074600            ',' DELIMITED BY SIZE                                 261010MA
074700            WS-GRP-FILE DELIMITED BY SPACES                       261010MA
074800            '"' DELIMITED BY SIZE                                 261010MA
074900       INTO JOB-RECORD.                                           261010MA
075000     WRITE JOB-RECORD.                                            261010MA
075100     MOVE ":IF CCODE = 0 THEN" TO JOB-RECORD.                     261010MA
075200     WRITE JOB-RECORD.                                            261010MA
075300     MOVE SPACES               TO JOB-RECORD.                     261010MA
075400     IF WS-COPYLIB = "CL2HTML"                                    261010MA
075500        STRING '   :RUN CL2HTML.PUB.GROUP;INFO="'                 261010MA
075600               DELIMITED BY SIZE                                  261010MA
075700               WS-GRP-FILE DELIMITED BY SPACES                    261010MA
075800               ',WORKER,' DELIMITED BY SIZE                       261010MA
075820               WS-GROUP-NN DELIMITED BY SIZE                      261010MA
075840               '"' DELIMITED BY SIZE                              261010MA
075900          INTO JOB-RECORD                                         261010MA
076000     ELSE                                                         261010MA
076100        STRING '   :RUN CPYLAYT.PUB.GROUP;INFO="'                 261010MA
076200               DELIMITED BY SIZE                                  261010MA
076300               WS-GRP-FILE DELIMITED BY SPACES                    261010MA
076400               ',' DELIMITED BY SIZE                              261010MA
076500               WS-LAY-NAME DELIMITED BY SPACES                    261010MA
076600               '"' DELIMITED BY SIZE                              261010MA
076700          INTO JOB-RECORD                                         261010MA
076800     END-IF.                                                      261010MA
076900     WRITE JOB-RECORD.                                            261010MA
077000     MOVE "   :IF CCODE <> 0 THEN"                                261010MA
077100                               TO JOB-RECORD.                     261010MA
077200     WRITE JOB-RECORD.                                            261010MA
077300     MOVE SPACES               TO JOB-RECORD.                     261010MA
077400     STRING '      :RUN AUDRUN.PUB.GROUP;INFO="CL2WORK,FINISH,'   261010MA
077500            DELIMITED BY SIZE                                     261010MA
077600            'FAIL,' DELIMITED BY SIZE                             261010MA
077700            WS-GRP-FILE DELIMITED BY SPACES                       261010MA
077800            '"' DELIMITED BY SIZE                                 261010MA
077900       INTO JOB-RECORD.                                           261010MA
078000     WRITE JOB-RECORD.                                            261010MA
078100     MOVE SPACES               TO JOB-RECORD.                     261010MA
078200     STRING '      :RUN NTFYRUN.PUB.GROUP;INFO="C,'               261010MA
078300            DELIMITED BY SIZE                                     261010MA
078400            WS-JOB-FILE DELIMITED BY SPACES                       261010MA
078500            ',' DELIMITED BY SIZE                                 261010MA
078600            WS-COPYLIB DELIMITED BY SPACES                        261010MA
078700            ' FAILED - RE-STREAM JOB"' DELIMITED BY SIZE          261010MA
078800       INTO JOB-RECORD.                                           261010MA
078900     WRITE JOB-RECORD.                                            261010MA
079000     MOVE "      :EOJ"         TO JOB-RECORD.                     261010MA
079100     WRITE JOB-RECORD.                                            261010MA
079200     MOVE "   :ENDIF"          TO JOB-RECORD.                     261010MA
079300     WRITE JOB-RECORD.                                            261010MA
079400     MOVE ":ELSE"              TO JOB-RECORD.                     261010MA
079500     WRITE JOB-RECORD.                                            261010MA
079600     MOVE SPACES               TO JOB-RECORD.                     261010MA
079700     STRING '   :RUN NTFYRUN.PUB.GROUP;INFO="W,'                  261010MA
079800            DELIMITED BY SIZE                                     261010MA
079900            WS-JOB-FILE DELIMITED BY SPACES                       261010MA
080000            ',' DELIMITED BY SIZE                                 261010MA
080100            WS-COPYLIB DELIMITED BY SPACES                        261010MA
080200            ' ALREADY COMPLETE - SKIPPED"' DELIMITED BY SIZE      261010MA
080300       INTO JOB-RECORD.                                           261010MA
080400     WRITE JOB-RECORD.                                            261010MA
080500     MOVE ":ENDIF"             TO JOB-RECORD.                     261010MA
080600     WRITE JOB-RECORD.                                            261010MA
080700 C2100-EXIT.  EXIT.                                               261010MA
080800*                                                                 261010MA
080900*C3000-STREAM-WORKERS streams every worker job.  One that will    261010MA
081000*not stream is reported for the operator to stream by hand and    261010MA
081100*ends the run 1 -- the others are already running.  When none     261010MA
081200*would stream, the run ends 16 through B9900-ABORT.               261010MA
081300 C3000-STREAM-WORKERS.                                            261010MA
081400     MOVE 0                    TO WS-STREAM-FAILS.                261010MA
081500     MOVE 1                    TO GP-INDEX.                       261010MA
081600 C3010-NEXT.                                                      261010MA
081700     IF GP-INDEX > GP-COUNT                                       261010MA
081800        GO TO C3090-DONE.                                         261010MA
081900     PERFORM C1100-NAME-GROUP THRU C1100-EXIT.                    261010MA
082000     MOVE SPACES               TO WS-CMD-IMAGE.                   261010MA
082100     MOVE 1                    TO WS-CMD-PTR.                     261010MA
082200     STRING "STREAM " DELIMITED BY SIZE                           261010MA
082300            WS-JOB-FILE DELIMITED BY SPACES                       261010MA
082400       INTO WS-CMD-IMAGE                                          261010MA
082500       WITH POINTER WS-CMD-PTR.                                   261010MA
082600     MOVE WS-CR                TO WS-CMD-IMAGE(WS-CMD-PTR:1).     261010MA
082700     CALL INTRINSIC "COMMAND" USING WS-CMD-IMAGE,                 261010MA
082800                                    WS-CMD-ERROR,                 261010MA
082900                                    WS-CMD-PARM.                  261010MA
083000     IF WS-CMD-ERROR NOT = 0                                      261010MA
083100        DISPLAY "CL2SPLT: " WS-JOB-FILE(1:8)                      261010MA
083200                " did not stream, CIERROR=" WS-CMD-ERROR          261010MA
083300                " -- stream it by hand"                           261010MA
083400        ADD 1                  TO WS-STREAM-FAILS                 261010MA
083500     ELSE                                                         261010MA
083600        DISPLAY "CL2SPLT: " WS-JOB-FILE(1:8) " streamed"          261010MA
083700     END-IF.                                                      261010MA
083800     ADD 1                     TO GP-INDEX.                       261010MA
083900     GO TO C3010-NEXT.                                            261010MA
084000 C3090-DONE.                                                      261010MA
084010     IF WS-STREAM-FAILS = GP-COUNT                                261010MA
084020        DISPLAY "CL2SPLT: no worker job would stream"             261010MA
084030        MOVE "NO WORKER JOB WOULD STREAM -- DOC REFRESH ABORTED"  261010MA
084040                               TO NF-MESSAGE                      261010MA
084050        GO TO B9900-ABORT.                                        261010MA
084100     IF WS-STREAM-FAILS > 0                                       261010MA
084200        MOVE "W"               TO NF-SEVERITY                     261010MA
084300        MOVE "WORKER JOB NOT STREAMED -- STREAM IT BY HAND"       261010MA
084400                               TO NF-MESSAGE                      261010MA
084500        CALL "NOTIFY" USING WS-NOTIFY-REQUEST                     261010MA
084600        MOVE 1                 TO WS-RUN-RC                       261010MA
084700     END-IF.                                                      261010MA
084800 C3000-EXIT.  EXIT.                                               261010MA
084900*                                                                 261010MA
085000*B9500-LOG-AUDIT-EVENT appends one record to the shared           261010MA
085100*operations audit-trail log via AUDLOG.                           261010MA
085200 B9500-LOG-AUDIT-EVENT.                                           261010MA
085300     CALL "AUDLOG" USING WS-AUDIT-REQUEST.                        261010MA
085400     IF RETURN-CODE NOT = 0                                       261010MA
085500        DISPLAY "CL2SPLT: audit log entry not recorded"           261010MA
085600     END-IF.                                                      261010MA
085700 B9500-EXIT.  EXIT.                                               261010MA
085800*                                                                 261010MA
085900*B9900-ABORT ends a run that cannot split the night, before any   261010MA
086000*worker is streamed -- the caller has set NF-MESSAGE.             261010MA
086100 B9900-ABORT.                                                     261010MA
086200     MOVE "C"                  TO NF-SEVERITY.                    261010MA
086300     CALL "NOTIFY" USING WS-NOTIFY-REQUEST.                       261010MA
086400     MOVE "FINISH"             TO AR-EVENT.                       261010MA
086500     MOVE "FAIL"               TO AR-OUTCOME.                     261010MA
086600     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.               261010MA
086700     MOVE 16                   TO RETURN-CODE.                    261010MA
086800     STOP RUN.                                                    261010MA
086900 B9900-EXIT.  EXIT.                                               261010MA
087000 END PROGRAM CL2SPLT.                                             261010MA
