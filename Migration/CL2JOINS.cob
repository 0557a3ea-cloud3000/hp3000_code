000100******************************************************************261010MA
000200* CL2JOIN -- WAIT FOR THE DOC REFRESH WORKERS AND MERGE THEIR WORK261010MA
000300******************************************************************261010MA
000400 IDENTIFICATION DIVISION.                                         261010MA
000500 PROGRAM-ID.     CL2JOIN.                                         261010MA
000600 AUTHOR.     MICHAEL ANDERSON.                                    261010MA
000700 DATE-COMPILED.                                                   261010MA
000800*                   COPYRIGHT 2007                                261010MA
000900*          J3K Solutions All rights reserved.                     261010MA
001000*                                                                 261010MA
001100* THE DOCREFJS STEP AFTER CL2SPLT.  IT READS THE GROUP LIST       261010MA
001200* CL2SPLT WROTE (CL2GRPS) AND WATCHES CLAUDIT FOR EACH WORKER     261010MA
001300* JOB'S OWN START AND FINISH, LOGGED AS PROGRAM CL2WORK WITH THE  261010MA
001400* GROUP CONTROL FILE IN PARM-1.  ONLY TONIGHT'S BATCH EVENTS      261010MA
001500* COUNT (THE STEPCHK WINDOW), AND A GROUP'S LATEST EVENT DECIDES  261010MA
001600* ITS STATE -- SO A WORKER RE-STREAMED AFTER A FAILURE IS         261010MA
001700* WAITED FOR AGAIN AND ITS GOOD FINISH CLEARS THE FAILURE.        261010MA
001800*                                                                 261010MA
001900* UNTIL EVERY GROUP HAS FINISHED IT PAUSES A MINUTE AND LOOKS     261010MA
002000* AGAIN.  A GROUP THAT FAILED, OR ONE STILL NOT FINISHED WHEN     261010MA
002100* THE WAIT RUNS OUT, IS NAMED IN A CRITICAL NOTIFY WITH THE JOB   261010MA
002200* TO RE-STREAM, AND THE RUN ENDS 8 SO DOCVERF AND LINKCHK DO      261010MA
002300* NOT RUN AGAINST A HALF-BUILT DOC SET.  RE-STREAMING DOCREFJS    261010MA
002400* AFTERWARD SKIPS CL2SPLT (STEPCHK) AND COMES STRAIGHT BACK HERE. 261010MA
002500*                                                                 261010MA
002600* ONCE ALL ARE DONE IT MERGES THE WORKERS' CPYLAYT LAYOUT DATA    261010MA
002700* FILES (CLLAYNN) BACK INTO ONE LAYDATA, IN HTMLCTL COPYLIB       261010MA
002800* ORDER, JOINS THEIR MEMBER-CHANGE FILES (CLDIFNN, CLCHGNN) INTO  261010MA
002820* CLDIFF AND CLCHGMBR IN GROUP ORDER, AND CUTS THE NIGHT'S        261010MA
002840* GENERATIONS OF THOSE TWO -- THE WORK A SINGLE CL2HTML RUN DID   261010MA
002900* AT ITS END.                                                     261010MA
003000*                                                                 261010MA
003100* RUN INFO IS CONTROL FILE,MINUTES -- E.G.                        261010MA
003200* "HTMLCTL.PUB.GROUP,240".  A BLANK CONTROL FILE MEANS HTMLCTL;   261010MA
003300* MINUTES, THE LONGEST WAIT, DEFAULTS TO 240.                     261010MA
003400*-----------------------------------------------------------------261010MA
003500* MODIFICATION HISTORY                                            261010MA
003600* 261010MA  INITIAL VERSION.                                      261010MA
003620* 261011MA  LAYOUT RECORDS NOW 156 BYTES -- CPYLAYT APPENDS THE   261011MA
003640*            FIELD'S GLOSSARY DESCRIPTION.                        261011MA
003700*-----------------------------------------------------------------261010MA
003800*                                                                 261010MA
003900 ENVIRONMENT DIVISION.                                            261010MA
004000 CONFIGURATION SECTION.                                           261010MA
004100 SOURCE-COMPUTER. HP-3000.                                        261010MA
004200 OBJECT-COMPUTER. HP-3000.                                        261010MA
004300 SPECIAL-NAMES.                                                   261010MA
004400 CONDITION-CODE IS CC.                                            261010MA
004500*                                                                 261010MA
004600 INPUT-OUTPUT SECTION.                                            261010MA
004700 FILE-CONTROL.                                                    261010MA
004800     SELECT CTLFILE  ASSIGN TO DUMMY USING WS-CTLFILE-NAME.       261010MA
004900     SELECT LSTFILE  ASSIGN TO "CL2GRPS,,,,100".                  261010MA
005000     SELECT AUDITFIL ASSIGN TO "CLAUDIT,,,,50000".                261010MA
005100     SELECT CALFILE  ASSIGN TO "BATCAL,,,,200".                   261010MA
005200     SELECT GRPLAY   ASSIGN TO DUMMY USING WS-GRP-LAY-FILE.       261010MA
005300     SELECT LAYFILE  ASSIGN TO "LAYDATA,,,,100000".               261010MA
005400     SELECT SRTFILE  ASSIGN TO "CL2JSRT,,,,100000".               261010MA
005420     SELECT GRPDIF   ASSIGN TO DUMMY USING WS-GRP-DIF-FILE.       261010MA
005440     SELECT GRPCHG   ASSIGN TO DUMMY USING WS-GRP-CHG-FILE.       261010MA
005460     SELECT DIFFIL   ASSIGN TO "CLDIFF,,,,5000".                  261010MA
005480     SELECT CHGFIL   ASSIGN TO "CLCHGMBR,,,,2000".                261010MA
005500*                                                                 261010MA
005600 DATA DIVISION.                                                   261010MA
005700 FILE SECTION.                                                    261010MA
005800*Same control file CL2HTML reads in batch mode.                   261010MA
005900 FD  CTLFILE                                                      261010MA
006000     RECORD CONTAINS 788 CHARACTERS.                              261010MA
006100 01  CTL-RECORD.                                                  261010MA
006200     03  CTL-COPYLIB          PIC X(26).                          261010MA
006300     03  CTL-DEST-FILE        PIC X(254).                         261010MA
006400     03  CTL-INDEX-FILE       PIC X(254).                         261010MA
006500     03  CTL-LAYOUT-FILE      PIC X(254).                         261010MA
006600*                                                                 261010MA
006700*The groups CL2SPLT streamed a worker for.                        261010MA
006800 FD  LSTFILE                                                      261010MA
006900     RECORD CONTAINS 100 CHARACTERS.                              261010MA
007000 01  LST-RECORD.                                                  261010MA
007100     03  LST-GROUP            PIC 9(02).                          261010MA
007200     03  LST-CTL-FILE         PIC X(26).                          261010MA
007300     03  LST-LAY-FILE         PIC X(08).                          261010MA
007320     03  LST-DIF-FILE         PIC X(08).                          261010MA
007340     03  LST-CHG-FILE         PIC X(08).                          261010MA
007400     03  LST-JOB-NAME         PIC X(08).                          261010MA
007500     03  LST-COPYLIBS         PIC 9(04).                          261010MA
007600     03  LST-WEIGHT           PIC 9(09).                          261010MA
007700     03  FILLER               PIC X(27).                          261010MA
007800*                                                                 261010MA
007900 FD  AUDITFIL DATA RECORD IS AUDIT-RECORD                         261010MA
008000     RECORD CONTAINS 122 CHARACTERS.                              261010MA
008100 01  AUDIT-RECORD.                                                261010MA
008200     03  AUD-PROGRAM-NAME      PIC X(08).                         261010MA
008300     03  AUD-OPERATOR          PIC X(08).                         261010MA
008400     03  AUD-EVENT             PIC X(06).                         261010MA
008500     03  AUD-TIMESTAMP         PIC X(27).                         261010MA
008600     03  AUD-OUTCOME           PIC X(08).                         261010MA
008700     03  AUD-PARM-1            PIC X(26).                         261010MA
008800     03  AUD-PARM-2            PIC X(10).                         261010MA
008900     03  AUD-SEQ-NO            PIC 9(09).                         261010MA
009000     03  AUD-CHAIN-CHECK       PIC X(20).                         261010MA
009100*                                                                 261010MA
009200 FD  CALFILE DATA RECORD IS CAL-RECORD                            261010MA
009300     RECORD CONTAINS 25 CHARACTERS.                               261010MA
009400 01  CAL-RECORD.                                                  261010MA
009500     03  CAL-TYPE              PIC X(01).                         261010MA
009600     03  CAL-OPEN-HHMM         PIC 9(04).                         261010MA
009700     03  CAL-CLOSE-HHMM        PIC 9(04).                         261010MA
009800     03  CAL-DATE-FROM         PIC 9(08).                         261010MA
009900     03  CAL-DATE-TO           PIC 9(08).                         261010MA
010000*                                                                 261010MA
010100*One worker's CPYLAYT layout data, and the merged file -- the     261010MA
010200*CPYLAYT LAYFILE layout.                                          261010MA
010300 FD  GRPLAY                                                       261010MA
010400     RECORD CONTAINS 156 CHARACTERS.                              261011MA
010500 01  GRP-LAY-RECORD.                                              261010MA
010600     03  GL-COPYLIB           PIC X(26).                          261010MA
010700     03  FILLER               PIC X(130).                         261011MA
010800*                                                                 261010MA
010900 FD  LAYFILE                                                      261010MA
011000     RECORD CONTAINS 156 CHARACTERS.                              261011MA
011100 01  LAY-RECORD               PIC X(156).                         261011MA
011200*                                                                 261010MA
011205*One worker's member-change files, and the night's they are       261010MA
011210*joined into -- the CPYDIFF CLDIFF and CLCHGMBR layouts.          261010MA
011215 FD  GRPDIF                                                       261010MA
011220     RECORD CONTAINS 132 CHARACTERS.                              261010MA
011225 01  GRP-DIF-RECORD           PIC X(132).                         261010MA
011230 FD  DIFFIL                                                       261010MA
011235     RECORD CONTAINS 132 CHARACTERS.                              261010MA
011240 01  DIF-RECORD               PIC X(132).                         261010MA
011245 FD  GRPCHG                                                       261010MA
011250     RECORD CONTAINS 44 CHARACTERS.                               261010MA
011255 01  GRP-CHG-RECORD           PIC X(44).                          261010MA
011260 FD  CHGFIL                                                       261010MA
011265     RECORD CONTAINS 44 CHARACTERS.                               261010MA
011270 01  CHG-RECORD               PIC X(44).                          261010MA
011275*                                                                 261010MA
011300*Merge order -- the copylib's place in HTMLCTL, then the order    261010MA
011400*its worker wrote the records.                                    261010MA
011500 SD  SRTFILE.                                                     261010MA
011600 01  SORT-RECORD.                                                 261010MA
011700     03  SR-CTL-ORDER         PIC 9(04).                          261010MA
011800     03  SR-GROUP             PIC 9(02).                          261010MA
011900     03  SR-SEQ               PIC 9(07).                          261010MA
012000     03  SR-LAY-DATA          PIC X(156).                         261011MA
012100*                                                                 261010MA
012200 WORKING-STORAGE SECTION.                                         261010MA
012300*                                                                 261010MA
012400 01 WS-RUN-INFO             PIC X(254) VALUE SPACES.              261010MA
012500 01 WS-CTLFILE-NAME         PIC X(254) VALUE SPACES.              261010MA
012600 01 WS-MINUTES-X            PIC X(09)  VALUE SPACES.              261010MA
012700 01 WS-GRP-LAY-FILE         PIC X(26)  VALUE SPACES.              261010MA
012720 01 WS-GRP-DIF-FILE         PIC X(26)  VALUE SPACES.              261010MA
012740 01 WS-GRP-CHG-FILE         PIC X(26)  VALUE SPACES.              261010MA
012800 77 WS-MINUTES              PIC S9(09) COMP VALUE 240.            261010MA
012900 77 WS-PASSES               PIC S9(09) COMP VALUE 0.              261010MA
013000*                                                                 261010MA
013100*Free-form numeric input, as in CTLMAINT.                         261010MA
013200 01 WS-NUM-IN               PIC X(09) VALUE SPACES.               261010MA
013300 01 WS-NUM-VAL              PIC 9(09) VALUE 0.                    261010MA
013400 01 WS-NUM-PTR              PIC S9(04) COMP VALUE 0.              261010MA
013500 01 WS-NUM-OK-SW            PIC X(01) VALUE "N".                  261010MA
013600    88 NUMBER-GOOD                   VALUE "Y".                   261010MA
013700 01 WS-DIGIT-X              PIC X(01) VALUE SPACES.               261010MA
013800 01 WS-DIGIT-9 REDEFINES WS-DIGIT-X                               261010MA
013900                            PIC 9(01).                            261010MA
014000*                                                                 261010MA
014100*The groups and what tonight's log says of each.                  261010MA
014200 77 GR-COUNT                PIC S9(04) COMP VALUE 0.              261010MA
014300 77 GR-INDEX                PIC S9(04) COMP VALUE 0.              261010MA
014400 77 MAX-GR-ENTRIES          PIC S9(04) COMP VALUE 20.             261010MA
014500 01 GROUP-TABLE.                                                  261010MA
014600    03 GR-ENTRY OCCURS 20.                                        261010MA
014700       05 GR-GROUP           PIC 9(02).                           261010MA
014800       05 GR-CTL-FILE        PIC X(26).                           261010MA
014900       05 GR-LAY-FILE        PIC X(08).                           261010MA
014920       05 GR-DIF-FILE        PIC X(08).                           261010MA
014940       05 GR-CHG-FILE        PIC X(08).                           261010MA
015000       05 GR-JOB-NAME        PIC X(08).                           261010MA
015100       05 GR-STATE           PIC X(01).                           261010MA
015200          88 GR-NOT-STARTED            VALUE " ".                 261010MA
015300          88 GR-RUNNING                VALUE "R".                 261010MA
015400          88 GR-DONE                   VALUE "D".                 261010MA
015500          88 GR-FAILED                 VALUE "F".                 261010MA
015600 77 WS-DONE-COUNT           PIC S9(04) COMP VALUE 0.              261010MA
015700 77 WS-FAIL-COUNT           PIC S9(04) COMP VALUE 0.              261010MA
015800*                                                                 261010MA
015900*HTMLCTL copylib order, for the merge.                            261010MA
016000 77 CO-COUNT                PIC S9(04) COMP VALUE 0.              261010MA
016100 77 CO-INDEX                PIC S9(04) COMP VALUE 0.              261010MA
016200 77 MAX-CO-ENTRIES          PIC S9(04) COMP VALUE 500.            261010MA
016300 01 CTL-ORDER-TABLE.                                              261010MA
016400    03 CO-COPYLIB OCCURS 500   PIC X(26).                         261010MA
016500 77 WS-SEQ                  PIC S9(09) COMP VALUE 0.              261010MA
016600 77 WS-MERGED               PIC S9(09) COMP VALUE 0.              261010MA
016700 01 WS-SORT-EOF-SW          PIC X(01) VALUE "N".                  261010MA
016800    88 SORT-EOF                       VALUE "Y".                  261010MA
016900 01 WS-MERGE-SW             PIC X(01) VALUE "Y".                  261010MA
017000    88 MERGE-OK                       VALUE "Y".                  261010MA
017020 77 WS-JOINED-DIF            PIC S9(09) COMP VALUE 0.             261010MA
017040 77 WS-JOINED-CHG            PIC S9(09) COMP VALUE 0.             261010MA
017060 01 WS-JOIN-SW               PIC X(01) VALUE "Y".                 261010MA
017080    88 JOIN-OK                        VALUE "Y".                  261010MA
017100*                                                                 261010MA
017200*Tonight's window: today always, plus yesterday when the          261010MA
017300*join is running in the small hours -- the STEPCHK rule.          261010MA
017400 01 WS-TODAY                PIC 9(08) VALUE 0.                    261010MA
017500 01 WS-YESTERDAY            PIC 9(08) VALUE 0.                    261010MA
017600 01 WS-NOW-HOUR             PIC 9(02) VALUE 0.                    261010MA
017700 01 WS-EARLY-LIMIT          PIC 9(02) VALUE 8.                    261010MA
017800 01 WS-WINDOW-OPEN          PIC 9(02) VALUE 20.                   261010MA
017900 01 WS-IN-WINDOW-SW         PIC X(01) VALUE "N".                  261010MA
018000    88 STAMP-IN-WINDOW               VALUE "Y".                   261010MA
018100 01 DATE-BUFF               PIC X(27) VALUE SPACES.               261010MA
018200*                                                                 261010MA
018300*DATELINE stamp parsing, as in STEPCHK.                           261010MA
018400 01 TS-WORK                 PIC X(27) VALUE SPACES.               261010MA
018500 01 TS-DAYNAME              PIC X(05) VALUE SPACES.               261010MA
018600 01 TS-MONTH-DAY            PIC X(08) VALUE SPACES.               261010MA
018700 01 TS-YEAR-X               PIC X(05) VALUE SPACES.               261010MA
018800 01 TS-TIME                 PIC X(09) VALUE SPACES.               261010MA
018900 01 TS-MON-X                PIC X(03) VALUE SPACES.               261010MA
019000 01 TS-DD-X                 PIC X(02) VALUE SPACES.               261010MA
019100 01 TS-HH-X                 PIC X(02) VALUE SPACES.               261010MA
019200 01 TS-MM-X                 PIC X(02) VALUE SPACES.               261010MA
019300 01 TS-AMPM                 PIC X(02) VALUE SPACES.               261010MA
019400 01 TS-YEAR                 PIC 9(04) VALUE 0.                    261010MA
019500 01 TS-MONTH                PIC 9(02) VALUE 0.                    261010MA
019600 01 TS-DAY                  PIC 9(02) VALUE 0.                    261010MA
019700 01 TS-HOUR                 PIC 9(02) VALUE 0.                    261010MA
019800 01 TS-DATE-NUM             PIC 9(08) VALUE 0.                    261010MA
019900 01 TS-GOOD-SW              PIC X(01) VALUE "N".                  261010MA
020000    88 TS-PARSED                      VALUE "Y".                  261010MA
020100 01 MONTH-LIST              PIC X(36) VALUE                       261010MA
020200        "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".                   261010MA
020300 01 MO-INDEX                PIC S9(04) COMP VALUE 0.              261010MA
020400*                                                                 261010MA
020500*Month lengths for the day-before arithmetic.                     261010MA
020600 01 MONTH-DAYS-LIST.                                              261010MA
020700    03 FILLER               PIC X(24) VALUE                       261010MA
020800       "312831303130313130313031".                                261010MA
020900 01 MONTH-DAYS-R REDEFINES MONTH-DAYS-LIST.                       261010MA
021000    03 MD-DAYS              PIC 9(02) OCCURS 12.                  261010MA
021100 01 WS-WORK-YEAR            PIC 9(04) VALUE 0.                    261010MA
021200 01 WS-WORK-MONTH           PIC 9(02) VALUE 0.                    261010MA
021300 01 WS-WORK-DAY             PIC 9(02) VALUE 0.                    261010MA
021400*                                                                 261010MA
021500*PAUSE between looks at the log, through the COMMAND intrinsic.   261010MA
021600 01 WS-CMD-IMAGE            PIC X(90)  VALUE SPACES.              261010MA
021700 01 WS-CMD-ERROR            PIC S9(04) COMP VALUE 0.              261010MA
021800 01 WS-CMD-PARM             PIC S9(04) COMP VALUE 0.              261010MA
021900 01 WS-CR-WORD              PIC S9(04) COMP VALUE 13.             261010MA
022000 01 WS-CR-WORD-R REDEFINES WS-CR-WORD.                            261010MA
022100    03                      PIC X(01).                            261010MA
022200    03 WS-CR                PIC X(01).                            261010MA
022300*                                                                 261010MA
022400*Request passed to GENKEEP to cut the night's generations.        261010MA
022500 01 WS-GEN-REQUEST.                                               261010MA
022600    03 GK-SOURCE-FILE       PIC X(34) VALUE SPACES.               261010MA
022700    03 GK-PREFIX            PIC X(04) VALUE SPACES.               261010MA
022800*                                                                 261010MA
022900 01 ED-COUNT                PIC ZZZ9.                             261010MA
023000 01 ED-RECORDS              PIC ZZZZZZZZ9.                        261010MA
023100*Critical-failure notification passed to NOTIFY.                  261010MA
023200 01 WS-NOTIFY-REQUEST.                                            261010MA
023300    03 NF-PROGRAM-NAME      PIC X(08) VALUE "CL2JOIN".            261010MA
023400    03 NF-SEVERITY          PIC X(01) VALUE SPACES.               261010MA
023500    03 NF-MESSAGE           PIC X(60) VALUE SPACES.               261010MA
023600*Operator identity and audit-log request passed to AUDLOG,        261010MA
023700*and the run completion code, kept apart from RETURN-CODE         261010MA
023800*(which every AUDLOG call resets) and applied at STOP RUN.        261010MA
023900 01 WS-OPERATOR             PIC X(08)  VALUE SPACES.              261010MA
024000 01 WS-RUN-RC               PIC S9(04) COMP VALUE 0.              261010MA
024100 01 WS-AUDIT-REQUEST.                                             261010MA
024200    03 AR-PROGRAM-NAME         PIC X(08) VALUE "CL2JOIN".         261010MA
024300    03 AR-OPERATOR             PIC X(08) VALUE SPACES.            261010MA
024400    03 AR-EVENT                PIC X(06) VALUE SPACES.            261010MA
024500    03 AR-OUTCOME              PIC X(08) VALUE SPACES.            261010MA
024600    03 AR-PARM-1               PIC X(26) VALUE SPACES.            261010MA
024700    03 AR-PARM-2               PIC X(10) VALUE SPACES.            261010MA
024800*                                                                 261010MA
024900*=================================================================261010MA
025000*Main logical flow                                                261010MA
025100*=================================================================261010MA
025200 PROCEDURE DIVISION.                                              261010MA
025300 BEGIN-0000.                                                      261010MA
025400     DISPLAY "CL2JOIN Version 1.00, Copyright J3K Solutions".     261010MA
025500     PERFORM A0100-GET-PARMS THRU A0100-EXIT.                     261010MA
025600     PERFORM A0150-SET-OPERATOR THRU A0150-EXIT.                  261010MA
025700     MOVE "START"              TO AR-EVENT.                       261010MA
025800     MOVE SPACES               TO AR-OUTCOME.                     261010MA
025900     MOVE WS-CTLFILE-NAME(1:26) TO AR-PARM-1.                     261010MA
026000     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.               261010MA
026100     PERFORM B0500-READ-CALENDAR THRU B0500-EXIT.                 261010MA
026200     PERFORM B1000-LOAD-GROUPS THRU B1000-EXIT.                   261010MA
026300     PERFORM B2000-WAIT-FOR-WORKERS THRU B2000-EXIT.              261010MA
026400     IF WS-DONE-COUNT < GR-COUNT                                  261010MA
026500        PERFORM B2900-REPORT-STRAGGLERS THRU B2900-EXIT           261010MA
026600        MOVE "FINISH"          TO AR-EVENT                        261010MA
026700        MOVE "FAIL"            TO AR-OUTCOME                      261010MA
026800        PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT             261010MA
026900        MOVE 8                 TO RETURN-CODE                     261010MA
027000        STOP RUN                                                  261010MA
027100     END-IF.                                                      261010MA
027200     PERFORM C1000-LOAD-CTL-ORDER THRU C1000-EXIT.                261010MA
027300     SORT SRTFILE ON ASCENDING KEY SR-CTL-ORDER SR-GROUP SR-SEQ   261010MA
027400        INPUT PROCEDURE C2000-RELEASE-LAYOUTS                     261010MA
027500        OUTPUT PROCEDURE C3000-WRITE-LAYDATA.                     261010MA
027600     IF NOT MERGE-OK                                              261010MA
027700        MOVE "C"               TO NF-SEVERITY                     261010MA
027800        MOVE "WORKER LAYOUT DATA MISSING -- LAYDATA INCOMPLETE"   261010MA
027900                               TO NF-MESSAGE                      261010MA
028000        CALL "NOTIFY" USING WS-NOTIFY-REQUEST                     261010MA
028100        MOVE "FINISH"          TO AR-EVENT                        261010MA
028200        MOVE "FAIL"            TO AR-OUTCOME                      261010MA
028300        PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT             261010MA
028400        MOVE 8                 TO RETURN-CODE                     261010MA
028500        STOP RUN                                                  261010MA
028600     END-IF.                                                      261010MA
028700     MOVE WS-MERGED            TO ED-RECORDS.                     261010MA
028800     DISPLAY "CL2JOIN: " ED-RECORDS " layout record(s) merged "   261010MA
028900             "into LAYDATA".                                      261010MA
028905     PERFORM C4000-JOIN-CHANGES THRU C4000-EXIT.                  261010MA
028910     IF NOT JOIN-OK                                               261010MA
028915        MOVE "C"               TO NF-SEVERITY                     261010MA
028920        MOVE "WORKER CHANGE FILES MISSING -- CHANGES NOT JOINED"  261010MA
028925                               TO NF-MESSAGE                      261010MA
028930        CALL "NOTIFY" USING WS-NOTIFY-REQUEST                     261010MA
028935        MOVE "FINISH"          TO AR-EVENT                        261010MA
028940        MOVE "FAIL"            TO AR-OUTCOME                      261010MA
028945        PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT             261010MA
028950        MOVE 8                 TO RETURN-CODE                     261010MA
028955        STOP RUN                                                  261010MA
028960     END-IF.                                                      261010MA
028965     MOVE WS-JOINED-DIF        TO ED-RECORDS.                     261010MA
028970     DISPLAY "CL2JOIN: " ED-RECORDS " change report line(s) "     261010MA
028975             "joined into CLDIFF".                                261010MA
028980     MOVE WS-JOINED-CHG        TO ED-RECORDS.                     261010MA
028985     DISPLAY "CL2JOIN: " ED-RECORDS " changed member record(s) "  261010MA
028990             "joined into CLCHGMBR".                              261010MA
029000     PERFORM B9800-KEEP-GENERATIONS THRU B9800-EXIT.              261010MA
029100     MOVE "FINISH"             TO AR-EVENT.                       261010MA
029200     MOVE "OK"                 TO AR-OUTCOME.                     261010MA
029300     MOVE GR-COUNT             TO ED-COUNT.                       261010MA
029400     MOVE ED-COUNT             TO AR-PARM-2.                      261010MA
029500     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.               261010MA
029600     DISPLAY "Normal termination of CL2JOIN run @ " TIME-OF-DAY.  261010MA
029700     IF WS-RUN-RC NOT = 0                                         261010MA
029800        MOVE WS-RUN-RC         TO RETURN-CODE                     261010MA
029900     END-IF.                                                      261010MA
030000     STOP RUN.                                                    261010MA
030100 BEGIN-0000-EXIT. EXIT.                                           261010MA
030200*                                                                 261010MA
030300*A0100-GET-PARMS -- control file and longest wait, from the RUN   261010MA
030400*INFO string or prompted.                                         261010MA
030500 A0100-GET-PARMS.                                                 261010MA
030600     ACCEPT WS-RUN-INFO FROM COMMAND-LINE.                        261010MA
030700     IF WS-RUN-INFO NOT = SPACES                                  261010MA
030800        UNSTRING WS-RUN-INFO DELIMITED BY ","                     261010MA
030900           INTO WS-CTLFILE-NAME, WS-MINUTES-X                     261010MA
031000     ELSE                                                         261010MA
031100        DISPLAY "Enter control file name (blank for "             261010MA
031200                "HTMLCTL): " NO ADVANCING                         261010MA
031300        ACCEPT WS-CTLFILE-NAME FREE                               261010MA
031400        DISPLAY "Enter minutes to wait (blank for 240): "         261010MA
031500                NO ADVANCING                                      261010MA
031600        ACCEPT WS-MINUTES-X FREE                                  261010MA
031700     END-IF.                                                      261010MA
031800     IF WS-CTLFILE-NAME = SPACES                                  261010MA
031900        MOVE "HTMLCTL"         TO WS-CTLFILE-NAME.                261010MA
032000     IF WS-MINUTES-X NOT = SPACES                                 261010MA
032100        MOVE WS-MINUTES-X      TO WS-NUM-IN                       261010MA
032200        PERFORM E9200-PARSE-NUMBER THRU E9200-EXIT                261010MA
032300        IF NOT NUMBER-GOOD                                        261010MA
032400           DISPLAY "CL2JOIN: minutes to wait must be numeric"     261010MA
032500           MOVE 16             TO RETURN-CODE                     261010MA
032600           STOP RUN                                               261010MA
032700        END-IF                                                    261010MA
032800        MOVE WS-NUM-VAL        TO WS-MINUTES                      261010MA
032900     END-IF.                                                      261010MA
033000     IF WS-MINUTES < 1                                            261010MA
033100        MOVE 1                 TO WS-MINUTES.                     261010MA
033200 A0100-EXIT.  EXIT.                                               261010MA
033300*                                                                 261010MA
033400 A0150-SET-OPERATOR.                                              261010MA
033500     IF WS-RUN-INFO NOT = SPACES                                  261010MA
033600        MOVE "BATCH"           TO WS-OPERATOR                     261010MA
033700     ELSE                                                         261010MA
033800        DISPLAY "Enter operator ID: " NO ADVANCING                261010MA
033900        ACCEPT WS-OPERATOR FREE                                   261010MA
034000     END-IF.                                                      261010MA
034100     MOVE WS-OPERATOR          TO AR-OPERATOR.                    261010MA
034200 A0150-EXIT.  EXIT.                                               261010MA
034300*                                                                 261010MA
034400*B0500-READ-CALENDAR takes the window open and close hours        261010MA
034500*from the operator's BATCAL W record when one exists -- the       261010MA
034600*read STEPCHK performs.                                           261010MA
034700 B0500-READ-CALENDAR.                                             261010MA
034800     OPEN INPUT CALFILE.                                          261010MA
034900     IF CC <> 0                                                   261010MA
035000        GO TO B0500-EXIT.                                         261010MA
035100 B0510-READ.                                                      261010MA
035200     READ CALFILE                                                 261010MA
035300        AT END                                                    261010MA
035400           GO TO B0590-DONE.                                      261010MA
035500     IF CAL-TYPE NOT = "W"                                        261010MA
035600        GO TO B0510-READ.                                         261010MA
035700     COMPUTE WS-WINDOW-OPEN = CAL-OPEN-HHMM / 100.                261010MA
035800     COMPUTE WS-EARLY-LIMIT = CAL-CLOSE-HHMM / 100.               261010MA
035900     GO TO B0590-DONE.                                            261010MA
036000 B0590-DONE.                                                      261010MA
036100     CLOSE CALFILE.                                               261010MA
036200 B0500-EXIT.  EXIT.                                               261010MA
036300*                                                                 261010MA
036400*B1000-LOAD-GROUPS reads CL2SPLT's group list.  Without it        261010MA
036500*there is nothing to wait for and nothing to merge.               261010MA
036600 B1000-LOAD-GROUPS.                                               261010MA
036700     MOVE 0                    TO GR-COUNT.                       261010MA
036800     OPEN INPUT LSTFILE.                                          261010MA
036900     IF CC <> 0                                                   261010MA
037000        DISPLAY "CL2JOIN: no CL2GRPS group list -- has CL2SPLT "  261010MA
037100                "run?"                                            261010MA
037200        MOVE "C"               TO NF-SEVERITY                     261010MA
037300        MOVE "NO CL2GRPS GROUP LIST -- NOTHING TO JOIN"           261010MA
037400                               TO NF-MESSAGE                      261010MA
037500        CALL "NOTIFY" USING WS-NOTIFY-REQUEST                     261010MA
037600        MOVE "FINISH"          TO AR-EVENT                        261010MA
037700        MOVE "FAIL"            TO AR-OUTCOME                      261010MA
037800        PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT             261010MA
037900        MOVE 16                TO RETURN-CODE                     261010MA
038000        STOP RUN                                                  261010MA
038100     END-IF.                                                      261010MA
038200 B1010-READ.                                                      261010MA
038300     READ LSTFILE                                                 261010MA
038400        AT END                                                    261010MA
038500           GO TO B1090-DONE.                                      261010MA
038600     IF GR-COUNT >= MAX-GR-ENTRIES                                261010MA
038700        GO TO B1090-DONE.                                         261010MA
038800     ADD 1                     TO GR-COUNT.                       261010MA
038900     MOVE LST-GROUP            TO GR-GROUP(GR-COUNT).             261010MA
039000     MOVE LST-CTL-FILE         TO GR-CTL-FILE(GR-COUNT).          261010MA
039100     MOVE LST-LAY-FILE         TO GR-LAY-FILE(GR-COUNT).          261010MA
039120     MOVE LST-DIF-FILE         TO GR-DIF-FILE(GR-COUNT).          261010MA
039140     MOVE LST-CHG-FILE         TO GR-CHG-FILE(GR-COUNT).          261010MA
039200     MOVE LST-JOB-NAME         TO GR-JOB-NAME(GR-COUNT).          261010MA
039300     GO TO B1010-READ.                                            261010MA
039400 B1090-DONE.                                                      261010MA
039500     CLOSE LSTFILE.                                               261010MA
039600     MOVE GR-COUNT             TO ED-COUNT.                       261010MA
039700     DISPLAY "CL2JOIN: waiting on " ED-COUNT " worker job(s)".    261010MA
039800 B1000-EXIT.  EXIT.                                               261010MA
039900*                                                                 261010MA
040000*B2000-WAIT-FOR-WORKERS looks at the log once a minute until      261010MA
040100*every group is done, one has failed, or the wait runs out.       261010MA
040200 B2000-WAIT-FOR-WORKERS.                                          261010MA
040300     MOVE 0                    TO WS-PASSES.                      261010MA
040400 B2010-LOOK.                                                      261010MA
040500     PERFORM B1100-SET-WINDOW THRU B1100-EXIT.                    261010MA
040600     PERFORM B2100-SCAN-LOG THRU B2100-EXIT.                      261010MA
040700     IF WS-DONE-COUNT = GR-COUNT                                  261010MA
040800        GO TO B2000-EXIT.                                         261010MA
040900     IF WS-FAIL-COUNT > 0                                         261010MA
041000        GO TO B2000-EXIT.                                         261010MA
041100     IF WS-PASSES >= WS-MINUTES                                   261010MA
041200        GO TO B2000-EXIT.                                         261010MA
041300     ADD 1                     TO WS-PASSES.                      261010MA
041400     MOVE SPACES               TO WS-CMD-IMAGE.                   261010MA
041500     MOVE "PAUSE 60"           TO WS-CMD-IMAGE(1:8).              261010MA
041600     MOVE WS-CR                TO WS-CMD-IMAGE(9:1).              261010MA
041700     CALL INTRINSIC "COMMAND" USING WS-CMD-IMAGE,                 261010MA
041800                                    WS-CMD-ERROR,                 261010MA
041900                                    WS-CMD-PARM.                  261010MA
042000     GO TO B2010-LOOK.                                            261010MA
042100 B2000-EXIT.  EXIT.                                               261010MA
042200*                                                                 261010MA
042300*B1100-SET-WINDOW reduces "now" to today's date number, the       261010MA
042400*hour of day, and the date of the day before -- taken afresh on   261010MA
042500*every look, as a long wait can cross midnight.                   261010MA
042600 B1100-SET-WINDOW.                                                261010MA
042700     CALL INTRINSIC "DATELINE" USING DATE-BUFF.                   261010MA
042800     MOVE DATE-BUFF            TO TS-WORK.                        261010MA
042900     PERFORM E1000-PARSE-STAMP THRU E1000-EXIT.                   261010MA
043000     MOVE TS-DATE-NUM          TO WS-TODAY.                       261010MA
043100     MOVE TS-HOUR              TO WS-NOW-HOUR.                    261010MA
043200     MOVE TS-YEAR              TO WS-WORK-YEAR.                   261010MA
043300     MOVE TS-MONTH             TO WS-WORK-MONTH.                  261010MA
043400     MOVE TS-DAY               TO WS-WORK-DAY.                    261010MA
043500     PERFORM E1100-DAY-BEFORE THRU E1100-EXIT.                    261010MA
043600     COMPUTE WS-YESTERDAY =                                       261010MA
043700         (WS-WORK-YEAR * 10000) + (WS-WORK-MONTH * 100)           261010MA
043800         + WS-WORK-DAY.                                           261010MA
043900 B1100-EXIT.  EXIT.                                               261010MA
044000*                                                                 261010MA
044100*B2100-SCAN-LOG replays tonight's CL2WORK events onto the         261010MA
044200*group table; the last event for a group stands.                  261010MA
044300 B2100-SCAN-LOG.                                                  261010MA
044400     MOVE 1                    TO GR-INDEX.                       261010MA
044500 B2105-CLEAR.                                                     261010MA
044600     IF GR-INDEX > GR-COUNT                                       261010MA
044700        GO TO B2108-OPEN.                                         261010MA
044800     MOVE SPACE                TO GR-STATE(GR-INDEX).             261010MA
044900     ADD 1                     TO GR-INDEX.                       261010MA
045000     GO TO B2105-CLEAR.                                           261010MA
045100 B2108-OPEN.                                                      261010MA
045200     OPEN INPUT AUDITFIL.                                         261010MA
045300     IF CC <> 0                                                   261010MA
045400        GO TO B2180-COUNT.                                        261010MA
045500 B2110-READ.                                                      261010MA
045600     READ AUDITFIL                                                261010MA
045700        AT END                                                    261010MA
045800           GO TO B2170-CLOSE.                                     261010MA
045900     IF AUD-PROGRAM-NAME NOT = "CL2WORK"                          261010MA
046000        GO TO B2110-READ.                                         261010MA
046100     IF AUD-OPERATOR NOT = "BATCH"                                261010MA
046200        GO TO B2110-READ.                                         261010MA
046300     MOVE AUD-TIMESTAMP        TO TS-WORK.                        261010MA
046400     PERFORM E1000-PARSE-STAMP THRU E1000-EXIT.                   261010MA
046500     IF NOT TS-PARSED                                             261010MA
046600        GO TO B2110-READ.                                         261010MA
046700     PERFORM E2000-WINDOW-TEST THRU E2000-EXIT.                   261010MA
046800     IF NOT STAMP-IN-WINDOW                                       261010MA
046900        GO TO B2110-READ.                                         261010MA
047000     MOVE 1                    TO GR-INDEX.                       261010MA
047100 B2120-HUNT.                                                      261010MA
047200     IF GR-INDEX > GR-COUNT                                       261010MA
047300        GO TO B2110-READ.                                         261010MA
047400     IF GR-CTL-FILE(GR-INDEX) NOT = AUD-PARM-1                    261010MA
047500        ADD 1                  TO GR-INDEX                        261010MA
047600        GO TO B2120-HUNT.                                         261010MA
047700     IF AUD-EVENT = "START"                                       261010MA
047800        MOVE "R"               TO GR-STATE(GR-INDEX)              261010MA
047900        GO TO B2110-READ.                                         261010MA
048000     IF AUD-EVENT NOT = "FINISH"                                  261010MA
048100        GO TO B2110-READ.                                         261010MA
048200     IF AUD-OUTCOME = "OK" OR AUD-OUTCOME = "PASS"                261010MA
048300        MOVE "D"               TO GR-STATE(GR-INDEX)              261010MA
048400     ELSE                                                         261010MA
048500        MOVE "F"               TO GR-STATE(GR-INDEX)              261010MA
048600     END-IF.                                                      261010MA
048700     GO TO B2110-READ.                                            261010MA
048800 B2170-CLOSE.                                                     261010MA
048900     CLOSE AUDITFIL.                                              261010MA
049000 B2180-COUNT.                                                     261010MA
049100     MOVE 0                    TO WS-DONE-COUNT WS-FAIL-COUNT.    261010MA
049200     MOVE 1                    TO GR-INDEX.                       261010MA
049300 B2185-NEXT.                                                      261010MA
049400     IF GR-INDEX > GR-COUNT                                       261010MA
049500        GO TO B2100-EXIT.                                         261010MA
049600     IF GR-DONE(GR-INDEX)                                         261010MA
049700        ADD 1                  TO WS-DONE-COUNT.                  261010MA
049800     IF GR-FAILED(GR-INDEX)                                       261010MA
049900        ADD 1                  TO WS-FAIL-COUNT.                  261010MA
050000     ADD 1                     TO GR-INDEX.                       261010MA
050100     GO TO B2185-NEXT.                                            261010MA
050200 B2100-EXIT.  EXIT.                                               261010MA
050300*                                                                 261010MA
050400*B2900-REPORT-STRAGGLERS names every group not done, and the      261010MA
050500*job the operator must re-stream for it.                          261010MA
050600 B2900-REPORT-STRAGGLERS.                                         261010MA
050700     MOVE 1                    TO GR-INDEX.                       261010MA
050800 B2910-NEXT.                                                      261010MA
050900     IF GR-INDEX > GR-COUNT                                       261010MA
051000        GO TO B2900-EXIT.                                         261010MA
051100     IF GR-DONE(GR-INDEX)                                         261010MA
051200        GO TO B2990-BUMP.                                         261010MA
051300     MOVE SPACES               TO NF-MESSAGE.                     261010MA
051400     IF GR-FAILED(GR-INDEX)                                       261010MA
051500        STRING "WORKER " DELIMITED BY SIZE                        261010MA
051600               GR-JOB-NAME(GR-INDEX) DELIMITED BY SPACES          261010MA
051700               " FAILED -- FIX AND RE-STREAM " DELIMITED BY SIZE  261010MA
051800               GR-JOB-NAME(GR-INDEX) DELIMITED BY SPACES          261010MA
051900          INTO NF-MESSAGE                                         261010MA
052000     ELSE                                                         261010MA
052100        IF GR-RUNNING(GR-INDEX)                                   261010MA
052200           STRING "WORKER " DELIMITED BY SIZE                     261010MA
052300                  GR-JOB-NAME(GR-INDEX) DELIMITED BY SPACES       261010MA
052400                  " STILL RUNNING AT END OF WAIT"                 261010MA
052500                  DELIMITED BY SIZE                               261010MA
052600             INTO NF-MESSAGE                                      261010MA
052700        ELSE                                                      261010MA
052800           STRING "WORKER " DELIMITED BY SIZE                     261010MA
052900                  GR-JOB-NAME(GR-INDEX) DELIMITED BY SPACES       261010MA
053000                  " NEVER STARTED -- STREAM " DELIMITED BY SIZE   261010MA
053100                  GR-JOB-NAME(GR-INDEX) DELIMITED BY SPACES       261010MA
053200             INTO NF-MESSAGE                                      261010MA
053300        END-IF                                                    261010MA
053400     END-IF.                                                      261010MA
053500     DISPLAY "CL2JOIN: " NF-MESSAGE.                              261010MA
053600     MOVE "C"                  TO NF-SEVERITY.                    261010MA
053700     CALL "NOTIFY" USING WS-NOTIFY-REQUEST.                       261010MA
053800 B2990-BUMP.                                                      261010MA
053900     ADD 1                     TO GR-INDEX.                       261010MA
054000     GO TO B2910-NEXT.                                            261010MA
054100 B2900-EXIT.  EXIT.                                               261010MA
054200*                                                                 261010MA
054300*=========================================================        261010MA
054400*Merge the workers' layout data back into LAYDATA.                261010MA
054500*=========================================================        261010MA
054600*C1000-LOAD-CTL-ORDER lists the control file's copylibs in the    261010MA
054700*order they first appear -- the order one CPYLAYT run wrote.      261010MA
054800 C1000-LOAD-CTL-ORDER.                                            261010MA
054900     MOVE 0                    TO CO-COUNT.                       261010MA
055000     OPEN INPUT CTLFILE.                                          261010MA
055100     IF CC <> 0                                                   261010MA
055200        DISPLAY "CL2JOIN: cannot open control file "              261010MA
055300                WS-CTLFILE-NAME(1:26)                             261010MA
055400                " -- layout data merged in group order"           261010MA
055500        GO TO C1000-EXIT                                          261010MA
055600     END-IF.                                                      261010MA
055700 C1010-READ.                                                      261010MA
055800     READ CTLFILE                                                 261010MA
055900        AT END                                                    261010MA
056000           GO TO C1090-DONE.                                      261010MA
056100     MOVE 1                    TO CO-INDEX.                       261010MA
056200 C1020-HUNT.                                                      261010MA
056300     IF CO-INDEX > CO-COUNT                                       261010MA
056400        GO TO C1030-ADD.                                          261010MA
056500     IF CO-COPYLIB(CO-INDEX) = CTL-COPYLIB                        261010MA
056600        GO TO C1010-READ.                                         261010MA
056700     ADD 1                     TO CO-INDEX.                       261010MA
056800     GO TO C1020-HUNT.                                            261010MA
056900 C1030-ADD.                                                       261010MA
057000     IF CO-COUNT < MAX-CO-ENTRIES                                 261010MA
057100        ADD 1                  TO CO-COUNT                        261010MA
057200        MOVE CTL-COPYLIB       TO CO-COPYLIB(CO-COUNT)            261010MA
057300     END-IF.                                                      261010MA
057400     GO TO C1010-READ.                                            261010MA
057500 C1090-DONE.                                                      261010MA
057600     CLOSE CTLFILE.                                               261010MA
057700 C1000-EXIT.  EXIT.                                               261010MA
057800*                                                                 261010MA
057900*C2000-RELEASE-LAYOUTS is the SORT input procedure -- every       261010MA
058000*record of every group's layout data file.                        261010MA
058100 C2000-RELEASE-LAYOUTS.                                           261010MA
058200     MOVE "Y"                  TO WS-MERGE-SW.                    261010MA
058300     MOVE 0                    TO WS-SEQ.                         261010MA
058400     PERFORM C2100-RELEASE-GROUP THRU C2100-EXIT                  261010MA
058500        VARYING GR-INDEX FROM 1 BY 1                              261010MA
058600        UNTIL GR-INDEX > GR-COUNT.                                261010MA
058700*                                                                 261010MA
058800 C2100-RELEASE-GROUP.                                             261010MA
058900     MOVE GR-LAY-FILE(GR-INDEX) TO WS-GRP-LAY-FILE.               261010MA
059000     OPEN INPUT GRPLAY.                                           261010MA
059100     IF CC <> 0                                                   261010MA
059200        DISPLAY "CL2JOIN: cannot open " WS-GRP-LAY-FILE           261010MA
059300                " for " GR-JOB-NAME(GR-INDEX)                     261010MA
059400        MOVE "N"               TO WS-MERGE-SW                     261010MA
059500        GO TO C2100-EXIT                                          261010MA
059600     END-IF.                                                      261010MA
059700 C2110-READ.                                                      261010MA
059800     READ GRPLAY                                                  261010MA
059900        AT END                                                    261010MA
060000           GO TO C2190-DONE.                                      261010MA
060100     ADD 1                     TO WS-SEQ.                         261010MA
060200     MOVE GR-GROUP(GR-INDEX)   TO SR-GROUP.                       261010MA
060300     MOVE WS-SEQ               TO SR-SEQ.                         261010MA
060400     MOVE GRP-LAY-RECORD       TO SR-LAY-DATA.                    261010MA
060500     MOVE 1                    TO CO-INDEX.                       261010MA
060600 C2120-HUNT.                                                      261010MA
060700     IF CO-INDEX > CO-COUNT                                       261010MA
060800        GO TO C2130-RELEASE.                                      261010MA
060900     IF CO-COPYLIB(CO-INDEX) = GL-COPYLIB                         261010MA
061000        GO TO C2130-RELEASE.                                      261010MA
061100     ADD 1                     TO CO-INDEX.                       261010MA
061200     GO TO C2120-HUNT.                                            261010MA
061300 C2130-RELEASE.                                                   261010MA
061400     MOVE CO-INDEX             TO SR-CTL-ORDER.                   261010MA
061500     RELEASE SORT-RECORD.                                         261010MA
061600     GO TO C2110-READ.                                            261010MA
061700 C2190-DONE.                                                      261010MA
061800     CLOSE GRPLAY.                                                261010MA
061900 C2100-EXIT.  EXIT.                                               261010MA
062000*                                                                 261010MA
062100*C3000-WRITE-LAYDATA is the SORT output procedure -- the merged   261010MA
062200*LAYDATA, written only when every group's file was there, so a    261010MA
062300*missing one leaves the old LAYDATA alone rather than short.      261010MA
062400 C3000-WRITE-LAYDATA.                                             261010MA
062500     MOVE 0                    TO WS-MERGED.                      261010MA
062600     IF MERGE-OK                                                  261010MA
062700        OPEN OUTPUT LAYFILE                                       261010MA
062800        MOVE "N"               TO WS-SORT-EOF-SW                  261010MA
062900        PERFORM C3100-WRITE-ONE THRU C3100-EXIT                   261010MA
063000           UNTIL SORT-EOF                                         261010MA
063100        CLOSE LAYFILE                                             261010MA
063200     END-IF.                                                      261010MA
063300*                                                                 261010MA
063400 C3100-WRITE-ONE.                                                 261010MA
063500     RETURN SRTFILE                                               261010MA
063600        AT END                                                    261010MA
063700           MOVE "Y"            TO WS-SORT-EOF-SW                  261010MA
063800           GO TO C3100-EXIT.                                      261010MA
063900     MOVE SR-LAY-DATA          TO LAY-RECORD.                     261010MA
064000     WRITE LAY-RECORD.                                            261010MA
064100     ADD 1                     TO WS-MERGED.                      261010MA
064200 C3100-EXIT.  EXIT.                                               261010MA
064205*                                                                 261010MA
064210*=========================================================        261010MA
064215*Join the workers' member-change files into the night's.          261010MA
064220*=========================================================        261010MA
064225*C4000-JOIN-CHANGES rewrites CLDIFF and CLCHGMBR from every       261010MA
064230*group's CLDIFnn and CLCHGnn, in group order -- only when every   261010MA
064235*one is there, so a missing file leaves the old reports alone     261010MA
064240*rather than short.  Each worker started its own files over, so   261010MA
064245*a re-streamed worker's records appear once.                      261010MA
064250 C4000-JOIN-CHANGES.                                              261010MA
064255     MOVE "Y"                  TO WS-JOIN-SW.                     261010MA
064260     MOVE 0                    TO WS-JOINED-DIF WS-JOINED-CHG.    261010MA
064265     PERFORM C4100-CHECK-GROUP THRU C4100-EXIT                    261010MA
064270        VARYING GR-INDEX FROM 1 BY 1                              261010MA
064275        UNTIL GR-INDEX > GR-COUNT.                                261010MA
064280     IF NOT JOIN-OK                                               261010MA
064285        GO TO C4000-EXIT.                                         261010MA
064290     OPEN OUTPUT DIFFIL CHGFIL.                                   261010MA
064295     PERFORM C4200-COPY-GROUP THRU C4200-EXIT                     261010MA
064300        VARYING GR-INDEX FROM 1 BY 1                              261010MA
064305        UNTIL GR-INDEX > GR-COUNT.                                261010MA
064310     CLOSE DIFFIL CHGFIL.                                         261010MA
064315 C4000-EXIT.  EXIT.                                               261010MA
064320*                                                                 261010MA
064325 C4100-CHECK-GROUP.                                               261010MA
064330     MOVE GR-DIF-FILE(GR-INDEX) TO WS-GRP-DIF-FILE.               261010MA
064335     MOVE GR-CHG-FILE(GR-INDEX) TO WS-GRP-CHG-FILE.               261010MA
064340     OPEN INPUT GRPDIF.                                           261010MA
064345     IF CC <> 0                                                   261010MA
064350        DISPLAY "CL2JOIN: cannot open " WS-GRP-DIF-FILE           261010MA
064355                " for " GR-JOB-NAME(GR-INDEX)                     261010MA
064360        MOVE "N"               TO WS-JOIN-SW                      261010MA
064365     ELSE                                                         261010MA
064370        CLOSE GRPDIF                                              261010MA
064375     END-IF.                                                      261010MA
064380     OPEN INPUT GRPCHG.                                           261010MA
064385     IF CC <> 0                                                   261010MA
064390        DISPLAY "CL2JOIN: cannot open " WS-GRP-CHG-FILE           261010MA
064395                " for " GR-JOB-NAME(GR-INDEX)                     261010MA
064400        MOVE "N"               TO WS-JOIN-SW                      261010MA
064405     ELSE                                                         261010MA
064410        CLOSE GRPCHG                                              261010MA
064415     END-IF.                                                      261010MA
064420 C4100-EXIT.  EXIT.                                               261010MA
064425*                                                                 261010MA
064430 C4200-COPY-GROUP.                                                261010MA
064435     MOVE GR-DIF-FILE(GR-INDEX) TO WS-GRP-DIF-FILE.               261010MA
064440     MOVE GR-CHG-FILE(GR-INDEX) TO WS-GRP-CHG-FILE.               261010MA
064445     OPEN INPUT GRPDIF.                                           261010MA
064450 C4210-READ-DIF.                                                  261010MA
064455     READ GRPDIF                                                  261010MA
064460        AT END                                                    261010MA
064465           GO TO C4220-CHG.                                       261010MA
064470     MOVE GRP-DIF-RECORD       TO DIF-RECORD.                     261010MA
064475     WRITE DIF-RECORD.                                            261010MA
064480     ADD 1                     TO WS-JOINED-DIF.                  261010MA
064485     GO TO C4210-READ-DIF.                                        261010MA
064490 C4220-CHG.                                                       261010MA
064495     CLOSE GRPDIF.                                                261010MA
064500     OPEN INPUT GRPCHG.                                           261010MA
064505 C4230-READ-CHG.                                                  261010MA
064510     READ GRPCHG                                                  261010MA
064515        AT END                                                    261010MA
064520           GO TO C4290-DONE.                                      261010MA
064525     MOVE GRP-CHG-RECORD       TO CHG-RECORD.                     261010MA
064530     WRITE CHG-RECORD.                                            261010MA
064535     ADD 1                     TO WS-JOINED-CHG.                  261010MA
064540     GO TO C4230-READ-CHG.                                        261010MA
064545 C4290-DONE.                                                      261010MA
064550     CLOSE GRPCHG.                                                261010MA
064555 C4200-EXIT.  EXIT.                                               261010MA
064600*                                                                 261010MA
064700*B9800-KEEP-GENERATIONS cuts dated generations of the night's     261010MA
064800*CPYDIFF change reports, now that every worker's share has been   261010MA
064900*joined into them.                                                261010MA
065000 B9800-KEEP-GENERATIONS.                                          261010MA
065100     MOVE "CLDIFF"             TO GK-SOURCE-FILE.                 261010MA
065200     MOVE "CLDF"               TO GK-PREFIX.                      261010MA
065300     PERFORM B9850-ONE-GENERATION THRU B9850-EXIT.                261010MA
065400     MOVE "CLCHGMBR"           TO GK-SOURCE-FILE.                 261010MA
065500     MOVE "CHGM"               TO GK-PREFIX.                      261010MA
065600     PERFORM B9850-ONE-GENERATION THRU B9850-EXIT.                261010MA
065700 B9800-EXIT.  EXIT.                                               261010MA
065800*                                                                 261010MA
065900 B9850-ONE-GENERATION.                                            261010MA
066000     CALL "GENKEEP" USING WS-GEN-REQUEST.                         261010MA
066100     IF RETURN-CODE NOT = 0                                       261010MA
066200        DISPLAY "CL2JOIN: generation not kept for "               261010MA
066300                GK-SOURCE-FILE(1:26)                              261010MA
066400        MOVE 0                 TO RETURN-CODE                     261010MA
066500     END-IF.                                                      261010MA
066600 B9850-EXIT.  EXIT.                                               261010MA
066700*                                                                 261010MA
066800*E1000-PARSE-STAMP reduces the DATELINE stamp in TS-WORK --       261010MA
066900*"FRI, AUG 22, 2026, 11:59 PM" -- to a numeric date and a         261010MA
067000*24-hour clock hour.                                              261010MA
067100 E1000-PARSE-STAMP.                                               261010MA
067200     MOVE "N"                  TO TS-GOOD-SW.                     261010MA
067300     MOVE 0                    TO TS-DATE-NUM TS-HOUR.            261010MA
067400     MOVE SPACES               TO TS-DAYNAME TS-MONTH-DAY         261010MA
067500                                  TS-YEAR-X TS-TIME.              261010MA
067600     UNSTRING TS-WORK DELIMITED BY ", "                           261010MA
067700        INTO TS-DAYNAME, TS-MONTH-DAY, TS-YEAR-X, TS-TIME.        261010MA
067800     MOVE SPACES               TO TS-MON-X TS-DD-X.               261010MA
067900     UNSTRING TS-MONTH-DAY DELIMITED BY ALL " "                   261010MA
068000        INTO TS-MON-X, TS-DD-X.                                   261010MA
068100     IF TS-DD-X(2:1) = SPACE                                      261010MA
068200        MOVE TS-DD-X(1:1)      TO TS-DD-X(2:1)                    261010MA
068300        MOVE "0"               TO TS-DD-X(1:1)                    261010MA
068400     END-IF.                                                      261010MA
068500     MOVE 0                    TO TS-MONTH.                       261010MA
068600     MOVE 1                    TO MO-INDEX.                       261010MA
068700 E1000-HUNT.                                                      261010MA
068800     IF MO-INDEX > 12                                             261010MA
068900        GO TO E1000-EDIT.                                         261010MA
069000     IF MONTH-LIST((MO-INDEX * 3) - 2:3) = TS-MON-X               261010MA
069100        MOVE MO-INDEX          TO TS-MONTH                        261010MA
069200        GO TO E1000-EDIT.                                         261010MA
069300     ADD 1                     TO MO-INDEX.                       261010MA
069400     GO TO E1000-HUNT.                                            261010MA
069500 E1000-EDIT.                                                      261010MA
069600     IF TS-MONTH = 0                                              261010MA
069700        GO TO E1000-EXIT.                                         261010MA
069800     IF TS-YEAR-X(1:4) IS NOT NUMERIC                             261010MA
069900        GO TO E1000-EXIT.                                         261010MA
070000     IF TS-DD-X IS NOT NUMERIC                                    261010MA
070100        GO TO E1000-EXIT.                                         261010MA
070200     MOVE TS-YEAR-X(1:4)       TO TS-YEAR.                        261010MA
070300     MOVE TS-DD-X              TO TS-DAY.                         261010MA
070400     COMPUTE TS-DATE-NUM =                                        261010MA
070500         (TS-YEAR * 10000) + (TS-MONTH * 100) + TS-DAY.           261010MA
070600*DATELINE pads a one-digit hour with a blank -- zero it.          261010MA
070700     INSPECT TS-TIME REPLACING LEADING " " BY "0".                261010MA
070800     MOVE SPACES               TO TS-HH-X TS-MM-X TS-AMPM.        261010MA
070900     UNSTRING TS-TIME DELIMITED BY ":" OR " "                     261010MA
071000        INTO TS-HH-X, TS-MM-X, TS-AMPM.                           261010MA
071100     IF TS-HH-X(2:1) = SPACE                                      261010MA
071200        MOVE TS-HH-X(1:1)      TO TS-HH-X(2:1)                    261010MA
071300        MOVE "0"               TO TS-HH-X(1:1)                    261010MA
071400     END-IF.                                                      261010MA
071500     IF TS-HH-X IS NUMERIC                                        261010MA
071600        MOVE TS-HH-X           TO TS-HOUR                         261010MA
071700     END-IF.                                                      261010MA
071800     IF TS-AMPM = "PM" AND TS-HOUR < 12                           261010MA
071900        ADD 12                 TO TS-HOUR                         261010MA
072000     END-IF.                                                      261010MA
072100     IF TS-AMPM = "AM" AND TS-HOUR = 12                           261010MA
072200        MOVE 0                 TO TS-HOUR                         261010MA
072300     END-IF.                                                      261010MA
072400     MOVE "Y"                  TO TS-GOOD-SW.                     261010MA
072500 E1000-EXIT.  EXIT.                                               261010MA
072600*                                                                 261010MA
072700*E1100-DAY-BEFORE backs the working date up one day, minding      261010MA
072800*month ends and leap years.                                       261010MA
072900 E1100-DAY-BEFORE.                                                261010MA
073000     IF WS-WORK-DAY > 1                                           261010MA
073100        SUBTRACT 1 FROM WS-WORK-DAY                               261010MA
073200        GO TO E1100-EXIT.                                         261010MA
073300     IF WS-WORK-MONTH = 1                                         261010MA
073400        SUBTRACT 1 FROM WS-WORK-YEAR                              261010MA
073500        MOVE 12                TO WS-WORK-MONTH                   261010MA
073600        MOVE 31                TO WS-WORK-DAY                     261010MA
073700        GO TO E1100-EXIT.                                         261010MA
073800     SUBTRACT 1 FROM WS-WORK-MONTH.                               261010MA
073900     MOVE MD-DAYS(WS-WORK-MONTH) TO WS-WORK-DAY.                  261010MA
074000     IF WS-WORK-MONTH = 2                                         261010MA
074100        IF FUNCTION MOD(WS-WORK-YEAR, 4) = 0                      261010MA
074200           AND (FUNCTION MOD(WS-WORK-YEAR, 100) NOT = 0           261010MA
074300                OR FUNCTION MOD(WS-WORK-YEAR, 400) = 0)           261010MA
074400           MOVE 29             TO WS-WORK-DAY                     261010MA
074500        END-IF                                                    261010MA
074600     END-IF.                                                      261010MA
074700 E1100-EXIT.  EXIT.                                               261010MA
074800*                                                                 261010MA
074900*E2000-WINDOW-TEST answers whether the stamp just parsed          261010MA
075000*belongs to tonight's window -- the STEPCHK rule.                 261010MA
075100 E2000-WINDOW-TEST.                                               261010MA
075200     MOVE "N"                  TO WS-IN-WINDOW-SW.                261010MA
075300     IF TS-DATE-NUM = WS-TODAY                                    261010MA
075400        IF TS-HOUR >= WS-WINDOW-OPEN                              261010MA
075500           OR (WS-NOW-HOUR < WS-EARLY-LIMIT                       261010MA
075600               AND TS-HOUR < WS-EARLY-LIMIT)                      261010MA
075700           MOVE "Y"            TO WS-IN-WINDOW-SW                 261010MA
075800        END-IF                                                    261010MA
075900        GO TO E2000-EXIT.                                         261010MA
076000     IF WS-NOW-HOUR < WS-EARLY-LIMIT                              261010MA
076100        AND TS-DATE-NUM = WS-YESTERDAY                            261010MA
076200        AND TS-HOUR >= WS-WINDOW-OPEN                             261010MA
076300        MOVE "Y"               TO WS-IN-WINDOW-SW                 261010MA
076400     END-IF.                                                      261010MA
076500 E2000-EXIT.  EXIT.                                               261010MA
076600*                                                                 261010MA
076700*E9200-PARSE-NUMBER reads the left-justified digits in            261010MA
076800*WS-NUM-IN into WS-NUM-VAL; NUMBER-GOOD when nothing else         261010MA
076900*follows them.                                                    261010MA
077000 E9200-PARSE-NUMBER.                                              261010MA
077100     MOVE "N"                  TO WS-NUM-OK-SW.                   261010MA
077200     MOVE 0                    TO WS-NUM-VAL.                     261010MA
077300     MOVE 1                    TO WS-NUM-PTR.                     261010MA
077400 E9200-DIGIT.                                                     261010MA
077500     IF WS-NUM-PTR > 9                                            261010MA
077600        GO TO E9200-CHECK.                                        261010MA
077700     MOVE WS-NUM-IN(WS-NUM-PTR:1) TO WS-DIGIT-X.                  261010MA
077800     IF WS-DIGIT-X = SPACE                                        261010MA
077900        GO TO E9200-CHECK.                                        261010MA
078000     IF WS-DIGIT-X IS NOT NUMERIC                                 261010MA
078100        GO TO E9200-EXIT.                                         261010MA
078200     COMPUTE WS-NUM-VAL = (WS-NUM-VAL * 10) + WS-DIGIT-9.         261010MA
078300     ADD 1                     TO WS-NUM-PTR.                     261010MA
078400     GO TO E9200-DIGIT.                                           261010MA
078500 E9200-CHECK.                                                     261010MA
078600     IF WS-NUM-PTR = 1                                            261010MA
078700        GO TO E9200-EXIT.                                         261010MA
078800     IF WS-NUM-PTR > 9                                            261010MA
078900        MOVE "Y"               TO WS-NUM-OK-SW                    261010MA
079000        GO TO E9200-EXIT.                                         261010MA
079100     IF WS-NUM-IN(WS-NUM-PTR:) = SPACES                           261010MA
079200        MOVE "Y"               TO WS-NUM-OK-SW.                   261010MA
079300 E9200-EXIT.  EXIT.                                               261010MA
079400*                                                                 261010MA
079500*B9500-LOG-AUDIT-EVENT appends one record to the shared           261010MA
079600*operations audit-trail log via AUDLOG.                           261010MA
079700 B9500-LOG-AUDIT-EVENT.                                           261010MA
079800     CALL "AUDLOG" USING WS-AUDIT-REQUEST.                        261010MA
079900     IF RETURN-CODE NOT = 0                                       261010MA
080000        DISPLAY "CL2JOIN: audit log entry not recorded"           261010MA
080100     END-IF.                                                      261010MA
080200 B9500-EXIT.  EXIT.                                               261010MA
080300 END PROGRAM CL2JOIN.                                             261010MA
