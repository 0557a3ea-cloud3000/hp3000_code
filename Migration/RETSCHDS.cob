000100******************************************************************261004MA
000200* RETSCHD -- RETENTION SCHEDULE: DESTRUCTION LIST FROM POLICY     261004MA
000300******************************************************************261004MA
000400 IDENTIFICATION DIVISION.                                         261004MA
000500 PROGRAM-ID.     RETSCHD.                                         261004MA
000600 AUTHOR.     MICHAEL ANDERSON.                                    261004MA
000700 DATE-COMPILED.                                                   261004MA
000800*                   COPYRIGHT 2007                                261004MA
000900*          J3K Solutions All rights reserved.                     261004MA
001000*                                                                 261004MA
001100* CLNCTL USED TO BE WHATEVER AN OPERATOR KEYED INTO IT.  THIS     261004MA
001200* PROGRAM BUILDS IT FROM THE DATA-RETENTION POLICY INSTEAD:       261004MA
001300*   - RETCLS LISTS EACH FILE CLASS WITH ITS RETENTION PERIOD IN   261004MA
001400*     DAYS AND THE FILL PATTERN, BACKUP AND VERIFY SWITCHES A     261004MA
001500*     DESTRUCTION OF THAT CLASS USES;                             261004MA
001600*   - RETINV PUTS EACH FILE UNDER RETENTION IN ITS CLASS, WITH    261004MA
001700*     THE DATE ITS RETENTION CLOCK STARTED (NONE GIVEN MEANS THE  261004MA
001800*     FILE'S OWN LAST-CHANGED DATE);                              261004MA
001900*   - LEGHOLD, THROUGH HOLDCHK, LISTS FILES UNDER LEGAL HOLD.     261004MA
002000*     NOTHING OVERRIDES A HOLD.                                   261004MA
002100* RUN FROM THE STREAM (RUN INFO IS THE CLNCTL TO BUILD) IT        261004MA
002200* WRITES INTO CLNCTL EVERY FILE SIGNED OFF SINCE THE LAST RUN     261004MA
002300* THAT IS STILL DUE AND STILL NOT HELD, LOGS EACH ONE TO THE      261004MA
002400* RETDEC DECISION LOG CERTREG TRACES CERTIFICATES BACK TO, THEN   261004MA
002500* WEIGHS THE WHOLE INVENTORY AND PRINTS RETRPT -- SCHEDULED       261004MA
002600* TONIGHT, DUE FOR DESTRUCTION, HELD, NOT YET DUE -- FOR          261004MA
002700* SIGN-OFF.  THE FILES DUE GO TO RETPEND.  RUN INTERACTIVELY      261004MA
002800* (NO RUN INFO) IT IS THE SIGN-OFF ITSELF: A SUPERVISOR WHO HAS   261004MA
002900* READ RETRPT SIGNS OFF RETPEND ENTRIES INTO RETAPPR, AND THE     261004MA
003000* NEXT BATCH WINDOW SCHEDULES THEM.  A FILE IS NEVER DESTROYED    261004MA
003100* ON THE NIGHT IT FIRST FALLS DUE -- SOMEONE HAS READ THE LIST    261004MA
003200* FIRST.  ENDS 1 WHEN A SIGNED-OFF FILE WAS REFUSED OR THE        261004MA
003300* INVENTORY HAS EXCEPTIONS, 16 WHEN CLNCTL CANNOT BE WRITTEN.     261004MA
003400*-----------------------------------------------------------------261004MA
003500* MODIFICATION HISTORY                                            261004MA
003600* 261004MA  INITIAL VERSION.                                      261004MA
003700*-----------------------------------------------------------------261004MA
003800*                                                                 261004MA
003900 ENVIRONMENT DIVISION.                                            261004MA
004000 CONFIGURATION SECTION.                                           261004MA
004100 SOURCE-COMPUTER. HP-3000.                                        261004MA
004200 OBJECT-COMPUTER. HP-3000.                                        261004MA
004300 SPECIAL-NAMES.                                                   261004MA
004400 CONDITION-CODE IS CC.                                            261004MA
004500*                                                                 261004MA
004600 INPUT-OUTPUT SECTION.                                            261004MA
004700 FILE-CONTROL.                                                    261004MA
004800     SELECT CLSFILE   ASSIGN TO "RETCLS,,,,500".                  261004MA
004900     SELECT INVFILE   ASSIGN TO "RETINV,,,,5000".                 261004MA
005000     SELECT PENDFIL   ASSIGN TO "RETPEND,,,,5000".                261004MA
005100     SELECT APPRFIL   ASSIGN TO "RETAPPR,,,,5000".                261004MA
005200     SELECT DECFILE   ASSIGN TO "RETDEC,,,,50000".                261004MA
005300     SELECT CLNFILE   ASSIGN TO DUMMY USING WS-CLN-NAME.          261004MA
005400     SELECT RPTFILE   ASSIGN TO "RETRPT,,,,2000".                 261004MA
005500*                                                                 261004MA
005600 DATA DIVISION.                                                   261004MA
005700 FILE SECTION.                                                    261004MA
005800*One retention class per record, as CTLMAINT option 4             261004MA
005900*maintains it.  The backup group is where a class's backup copy   261004MA
006000*is written, under the file's own name.                           261004MA
006100 FD  CLSFILE DATA RECORD IS CLS-RECORD                            261004MA
006200     RECORD CONTAINS 80 CHARACTERS.                               261004MA
006300 01  CLS-RECORD.                                                  261004MA
006400     03  RCL-CLASS             PIC X(08).                         261004MA
006500     03  RCL-DESC              PIC X(30).                         261004MA
006600     03  RCL-RETAIN-DAYS       PIC 9(05).                         261004MA
006700     03  RCL-FILL-PATTERN      PIC X(01).                         261004MA
006800     03  RCL-BACKUP-SW         PIC X(01).                         261004MA
006900     03  RCL-BACKUP-GROUP      PIC X(17).                         261004MA
007000     03  RCL-CKP-INTERVAL      PIC 9(09).                         261004MA
007100     03  RCL-VERIFY-SW         PIC X(01).                         261004MA
007200     03  FILLER                PIC X(08).                         261004MA
007300*                                                                 261004MA
007400*One file under retention per record (CTLMAINT option 5).  A      261004MA
007500*zero start date starts the clock at the file's last change.      261004MA
007600 FD  INVFILE DATA RECORD IS INV-RECORD                            261004MA
007700     RECORD CONTAINS 60 CHARACTERS.                               261004MA
007800 01  INV-RECORD.                                                  261004MA
007900     03  RIV-FILE-NAME         PIC X(34).                         261004MA
008000     03  RIV-CLASS             PIC X(08).                         261004MA
008100     03  RIV-TARGET-COUNT      PIC 9(09).                         261004MA
008200     03  RIV-START-DATE        PIC 9(08).                         261004MA
008300     03  FILLER                PIC X(01).                         261004MA
008400*                                                                 261004MA
008500*Files due for destruction (RETPEND, written here) and the ones   261004MA
008600*signed off for the next window (RETAPPR) share one layout.       261004MA
008700 FD  PENDFIL DATA RECORD IS PEND-RECORD                           261004MA
008800     RECORD CONTAINS 80 CHARACTERS.                               261004MA
008900 01  PEND-RECORD.                                                 261004MA
009000     03  PND-FILE-NAME         PIC X(34).                         261004MA
009100     03  PND-CLASS             PIC X(08).                         261004MA
009200     03  PND-RETAIN-DAYS       PIC 9(05).                         261004MA
009300     03  PND-START-DATE        PIC 9(08).                         261004MA
009400     03  PND-DUE-DATE          PIC 9(08).                         261004MA
009500     03  PND-SIGNED-BY         PIC X(08).                         261004MA
009600     03  PND-SIGNED-DATE       PIC 9(08).                         261004MA
009700     03  FILLER                PIC X(01).                         261004MA
009800*                                                                 261004MA
009900 FD  APPRFIL DATA RECORD IS APPR-RECORD                           261004MA
010000     RECORD CONTAINS 80 CHARACTERS.                               261004MA
010100 01  APPR-RECORD.                                                 261004MA
010200     03  APR-FILE-NAME         PIC X(34).                         261004MA
010300     03  APR-CLASS             PIC X(08).                         261004MA
010400     03  APR-RETAIN-DAYS       PIC 9(05).                         261004MA
010500     03  APR-START-DATE        PIC 9(08).                         261004MA
010600     03  APR-DUE-DATE          PIC 9(08).                         261004MA
010700     03  APR-SIGNED-BY         PIC X(08).                         261004MA
010800     03  APR-SIGNED-DATE       PIC 9(08).                         261004MA
010900     03  FILLER                PIC X(01).                         261004MA
011000*                                                                 261004MA
011100*Append-only retention decision log: one record per file put      261004MA
011200*into CLNCTL, the policy decision behind the wipe CERTREG         261004MA
011300*reports against.                                                 261004MA
011400 FD  DECFILE DATA RECORD IS DEC-RECORD                            261004MA
011500     RECORD CONTAINS 87 CHARACTERS.                               261004MA
011600 01  DEC-RECORD.                                                  261004MA
011700     03  RDC-FILE-NAME         PIC X(34).                         261004MA
011800     03  RDC-CLASS             PIC X(08).                         261004MA
011900     03  RDC-RETAIN-DAYS       PIC 9(05).                         261004MA
012000     03  RDC-START-DATE        PIC 9(08).                         261004MA
012100     03  RDC-DUE-DATE          PIC 9(08).                         261004MA
012200     03  RDC-SIGNED-BY         PIC X(08).                         261004MA
012300     03  RDC-SIGNED-DATE       PIC 9(08).                         261004MA
012400     03  RDC-SCHEDULED-DATE    PIC 9(08).                         261004MA
012500*                                                                 261004MA
012600*Same CLEANDSK batch-control layout CTLMAINT and PREFLT use.      261004MA
012700 FD  CLNFILE DATA RECORD IS CLN-RECORD                            261004MA
012800     RECORD CONTAINS 90 CHARACTERS.                               261004MA
012900 01  CLN-RECORD.                                                  261004MA
013000     03  CLN-FILE-NAME         PIC X(34).                         261004MA
013100     03  CLN-TARGET-COUNT      PIC 9(09).                         261004MA
013200     03  CLN-FILL-PATTERN      PIC X(01).                         261004MA
013300     03  CLN-BACKUP-SW         PIC X(01).                         261004MA
013400     03  CLN-BACKUP-FILE       PIC X(34).                         261004MA
013500     03  CLN-CKP-INTERVAL      PIC 9(09).                         261004MA
013600     03  CLN-RESTART-SW        PIC X(01).                         261004MA
013700     03  CLN-VERIFY-SW         PIC X(01).                         261004MA
013800*                                                                 261004MA
013900 FD  RPTFILE                                                      261004MA
014000     RECORD CONTAINS 132 CHARACTERS.                              261004MA
014100 01  RPT-RECORD               PIC X(132).                         261004MA
014200*                                                                 261004MA
014300 WORKING-STORAGE SECTION.                                         261004MA
014400*                                                                 261004MA
014500 01 WS-RUN-INFO             PIC X(80) VALUE SPACES.               261004MA
014600 01 WS-CLN-NAME             PIC X(34) VALUE SPACES.               261004MA
014700 01 WS-RUN-RC               PIC S9(04) COMP VALUE 0.              261004MA
014800 01 WS-MENU-PICK            PIC X(01) VALUE SPACES.               261004MA
014900 01 WS-ENTRY-X              PIC X(04) VALUE SPACES.               261004MA
015000 01 WS-ENTRY-NO             PIC 9(04) VALUE 0.                    261004MA
015100 01 WS-CHANGED-SW           PIC X(01) VALUE "N".                  261004MA
015200 01 WS-FILE-PART            PIC X(34) VALUE SPACES.               261004MA
015300*                                                                 261004MA
015400 01 WS-SCHED-CT             PIC S9(05) COMP VALUE 0.              261004MA
015500 01 WS-REFUSED-CT           PIC S9(05) COMP VALUE 0.              261004MA
015600 01 WS-DUE-CT               PIC S9(05) COMP VALUE 0.              261004MA
015700 01 WS-HELD-CT              PIC S9(05) COMP VALUE 0.              261004MA
015800 01 WS-NOTDUE-CT            PIC S9(05) COMP VALUE 0.              261004MA
015900 01 WS-EXCEPT-CT            PIC S9(05) COMP VALUE 0.              261004MA
016000 01 WS-SECT-CT              PIC S9(05) COMP VALUE 0.              261004MA
016100 01 WS-SECT-STATUS          PIC X(01) VALUE SPACES.               261004MA
016200 01 WS-SECT-HEAD            PIC X(66) VALUE SPACES.               261004MA
016300 01 ED-COUNT                PIC ZZZZ9.                            261004MA
016400 01 ED-DAYS                 PIC ZZZZ9.                            261004MA
016500 01 ED-LIST-NO              PIC ZZZ9.                             261004MA
016600*                                                                 261004MA
016700*Retention classes.                                               261004MA
016800 77 CL-COUNT                PIC S9(04) COMP VALUE 0.              261004MA
016900 77 CL-INDEX                PIC S9(04) COMP VALUE 0.              261004MA
017000 77 MAX-CL-ENTRIES          PIC S9(04) COMP VALUE 200.            261004MA
017100 01 CLASS-TABLE.                                                  261004MA
017200    03 CL-ENTRY OCCURS 200.                                       261004MA
017300       05 CL-CLASS           PIC X(08).                           261004MA
017400       05 CL-RETAIN-DAYS     PIC 9(05).                           261004MA
017500       05 CL-FILL-PATTERN    PIC X(01).                           261004MA
017600       05 CL-BACKUP-SW       PIC X(01).                           261004MA
017700       05 CL-BACKUP-GROUP    PIC X(17).                           261004MA
017800       05 CL-CKP-INTERVAL    PIC 9(09).                           261004MA
017900       05 CL-VERIFY-SW       PIC X(01).                           261004MA
018000*                                                                 261004MA
018100*The retention inventory, each entry weighed once.  Status is     261004MA
018200*S scheduled tonight, D due, H held, N not yet due, and for the   261004MA
018300*exceptions U class unknown, M not on disk, Z no start date.      261004MA
018400 77 RI-COUNT                PIC S9(04) COMP VALUE 0.              261004MA
018500 77 RI-INDEX                PIC S9(04) COMP VALUE 0.              261004MA
018600 77 MAX-RI-ENTRIES          PIC S9(04) COMP VALUE 2000.           261004MA
018700 01 INV-TABLE.                                                    261004MA
018800    03 RI-ENTRY OCCURS 2000.                                      261004MA
018900       05 RI-FILE-NAME       PIC X(34).                           261004MA
019000       05 RI-CLASS           PIC X(08).                           261004MA
019100       05 RI-TARGET-COUNT    PIC 9(09).                           261004MA
019200       05 RI-GIVEN-START     PIC 9(08).                           261004MA
019300       05 RI-CLASS-IX        PIC S9(04) COMP.                     261004MA
019400       05 RI-START-DATE      PIC 9(08).                           261004MA
019500       05 RI-DUE-DATE        PIC 9(08).                           261004MA
019600       05 RI-DUE-DAYS        PIC S9(09) COMP.                     261004MA
019700       05 RI-STATUS          PIC X(01).                           261004MA
019800       05 RI-HOLD-REF        PIC X(12).                           261004MA
019900       05 RI-HOLD-BY         PIC X(08).                           261004MA
020000       05 RI-HOLD-DATE       PIC 9(08).                           261004MA
020100       05 RI-SIGNED-BY       PIC X(08).                           261004MA
020200       05 RI-SIGNED-DATE     PIC 9(08).                           261004MA
020300*                                                                 261004MA
020400*Signed-off files.  In the batch run these are tonight's          261004MA
020500*candidates; in the sign-off session, what is already signed      261004MA
020600*plus what is signed now.                                         261004MA
020700 77 AP-COUNT                PIC S9(04) COMP VALUE 0.              261004MA
020800 77 AP-INDEX                PIC S9(04) COMP VALUE 0.              261004MA
020900 77 MAX-AP-ENTRIES          PIC S9(04) COMP VALUE 2000.           261004MA
021000 01 APPR-TABLE.                                                   261004MA
021100    03 AP-ENTRY OCCURS 2000.                                      261004MA
021200       05 AP-FILE-NAME       PIC X(34).                           261004MA
021300       05 AP-CLASS           PIC X(08).                           261004MA
021400       05 AP-RETAIN-DAYS     PIC 9(05).                           261004MA
021500       05 AP-START-DATE      PIC 9(08).                           261004MA
021600       05 AP-DUE-DATE        PIC 9(08).                           261004MA
021700       05 AP-SIGNED-BY       PIC X(08).                           261004MA
021800       05 AP-SIGNED-DATE     PIC 9(08).                           261004MA
021900*                                                                 261004MA
022000*Files awaiting sign-off, for the sign-off session.               261004MA
022100 77 PD-COUNT                PIC S9(04) COMP VALUE 0.              261004MA
022200 77 PD-INDEX                PIC S9(04) COMP VALUE 0.              261004MA
022300 77 MAX-PD-ENTRIES          PIC S9(04) COMP VALUE 2000.           261004MA
022400 01 PEND-TABLE.                                                   261004MA
022500    03 PD-ENTRY OCCURS 2000.                                      261004MA
022600       05 PD-FILE-NAME       PIC X(34).                           261004MA
022700       05 PD-CLASS           PIC X(08).                           261004MA
022800       05 PD-RETAIN-DAYS     PIC 9(05).                           261004MA
022900       05 PD-START-DATE      PIC 9(08).                           261004MA
023000       05 PD-DUE-DATE        PIC 9(08).                           261004MA
023100*                                                                 261004MA
023200*Existence and last-changed date through FFILEINFO.               261004MA
023300 01 WS-CHK-FILE             PIC X(34) VALUE SPACES.               261004MA
023400 01 FF-ITEM-CHANGED-DATE    PIC S9(9) COMP SYNC VALUE 180.        261004MA
023500 01 FF-STATUS               PIC S9(9) COMP SYNC VALUE 0.          261004MA
023600 01 FF-ACTUAL-LEN           PIC S9(9) COMP SYNC VALUE 0.          261004MA
023700 01 WS-CHK-DATE             PIC X(27) VALUE SPACES.               261004MA
023800*                                                                 261004MA
023900*Legal-hold check passed to HOLDCHK.                              261004MA
024000 01 WS-HOLD-REQUEST.                                              261004MA
024100    03 HQ-FILE-NAME         PIC X(34) VALUE SPACES.               261004MA
024200    03 HQ-REFERENCE         PIC X(12) VALUE SPACES.               261004MA
024300    03 HQ-PLACED-BY         PIC X(08) VALUE SPACES.               261004MA
024400    03 HQ-PLACED-DATE       PIC 9(08) VALUE 0.                    261004MA
024500*                                                                 261004MA
024600*Numeric input for picking an entry, as in CTLMAINT.              261004MA
024700 01 WS-NUM-IN               PIC X(09) VALUE SPACES.               261004MA
024800 01 WS-NUM-VAL              PIC 9(09) VALUE 0.                    261004MA
024900 01 WS-NUM-PTR              PIC S9(04) COMP VALUE 0.              261004MA
025000 01 WS-NUM-OK-SW            PIC X(01) VALUE "N".                  261004MA
025100    88 NUMBER-GOOD                   VALUE "Y".                   261004MA
025200 01 WS-DIGIT-X              PIC X(01) VALUE SPACES.               261004MA
025300 01 WS-DIGIT-9 REDEFINES WS-DIGIT-X                               261004MA
025400                            PIC 9(01).                            261004MA
025500*                                                                 261004MA
025600 01 WS-TODAY                PIC 9(08) VALUE 0.                    261004MA
025700 01 WS-TODAY-DAYS           PIC S9(09) COMP VALUE 0.              261004MA
025800 01 WS-WORK-DAYS            PIC S9(09) COMP VALUE 0.              261004MA
025900 01 DATE-BUFF               PIC X(27) VALUE SPACES.               261004MA
026000*                                                                 261004MA
026100*DATELINE stamp parsing, as in STEPCHK.                           261004MA
026200 01 TS-WORK                 PIC X(27) VALUE SPACES.               261004MA
026300 01 TS-DAYNAME              PIC X(05) VALUE SPACES.               261004MA
026400 01 TS-MONTH-DAY            PIC X(08) VALUE SPACES.               261004MA
026500 01 TS-YEAR-X               PIC X(05) VALUE SPACES.               261004MA
026600 01 TS-TIME                 PIC X(09) VALUE SPACES.               261004MA
026700 01 TS-MON-X                PIC X(03) VALUE SPACES.               261004MA
026800 01 TS-DD-X                 PIC X(02) VALUE SPACES.               261004MA
026900 01 TS-YEAR                 PIC 9(04) VALUE 0.                    261004MA
027000 01 TS-MONTH                PIC 9(02) VALUE 0.                    261004MA
027100 01 TS-DAY                  PIC 9(02) VALUE 0.                    261004MA
027200 01 TS-DATE-NUM             PIC 9(08) VALUE 0.                    261004MA
027300 01 TS-GOOD-SW              PIC X(01) VALUE "N".                  261004MA
027400    88 TS-PARSED                      VALUE "Y".                  261004MA
027500 01 MONTH-LIST              PIC X(36) VALUE                       261004MA
027600        "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".                   261004MA
027700 01 MO-INDEX                PIC S9(04) COMP VALUE 0.              261004MA
027800*                                                                 261004MA
027900*Day-number arithmetic, as in CKOMAINT, and back again.           261004MA
028000 01 MONTH-START-LIST.                                             261004MA
028100    03 FILLER               PIC X(36) VALUE                       261004MA
028200       "000031059090120151181212243273304334".                    261004MA
028300 01 MONTH-START-R REDEFINES MONTH-START-LIST.                     261004MA
028400    03 MS-DAYS              PIC 9(03) OCCURS 12.                  261004MA
028500 01 WS-DN-DATE              PIC 9(08) VALUE 0.                    261004MA
028600 01 WS-DN-DATE-R REDEFINES WS-DN-DATE.                            261004MA
028700    03 WS-DN-YEAR           PIC 9(04).                            261004MA
028800    03 WS-DN-MONTH          PIC 9(02).                            261004MA
028900    03 WS-DN-DAY            PIC 9(02).                            261004MA
029000 01 WS-DN-DAYS              PIC S9(09) COMP VALUE 0.              261004MA
029100 01 WS-DN-PRIOR             PIC S9(09) COMP VALUE 0.              261004MA
029200 01 WS-DN-Q4                PIC S9(09) COMP VALUE 0.              261004MA
029300 01 WS-DN-Q100              PIC S9(09) COMP VALUE 0.              261004MA
029400 01 WS-DN-Q400              PIC S9(09) COMP VALUE 0.              261004MA
029500 01 WS-DD-TARGET            PIC S9(09) COMP VALUE 0.              261004MA
029600 01 WS-DD-YEAR              PIC S9(09) COMP VALUE 0.              261004MA
029700 01 WS-DD-MONTH             PIC S9(04) COMP VALUE 0.              261004MA
029800*                                                                 261004MA
029900*Operator identity and audit-log request passed to AUDLOG.        261004MA
030000 01 WS-OPERATOR             PIC X(08) VALUE SPACES.               261004MA
030100 01 WS-AUDIT-REQUEST.                                             261004MA
030200    03 AR-PROGRAM-NAME         PIC X(08) VALUE "RETSCHD".         261004MA
030300    03 AR-OPERATOR             PIC X(08) VALUE SPACES.            261004MA
030400    03 AR-EVENT                PIC X(06) VALUE SPACES.            261004MA
030500    03 AR-OUTCOME              PIC X(08) VALUE SPACES.            261004MA
030600    03 AR-PARM-1               PIC X(26) VALUE SPACES.            261004MA
030700    03 AR-PARM-2               PIC X(10) VALUE SPACES.            261004MA
030800*Sign-off interlock -- the batch run empties RETAPPR once it has  261004MA
030900*scheduled it, so a sign-off made in the middle would be lost.    261004MA
031000 01 WS-LOCK-REQUEST.                                              261004MA
031100    03 LK-ACTION            PIC X(01) VALUE SPACE.                261004MA
031200    03 LK-RESOURCE          PIC X(16) VALUE "RETAPPR".            261004MA
031300    03 LK-PROGRAM           PIC X(08) VALUE "RETSCHD".            261004MA
031400    03 LK-OPERATOR          PIC X(08) VALUE SPACES.               261004MA
031500    03 LK-WAIT-SW           PIC X(01) VALUE "N".                  261004MA
031600    03 LK-HOLDER-PROGRAM    PIC X(08) VALUE SPACES.               261004MA
031700    03 LK-HOLDER-OPERATOR   PIC X(08) VALUE SPACES.               261004MA
031800    03 LK-HOLDER-STAMP      PIC X(27) VALUE SPACES.               261004MA
031900*                                                                 261004MA
032000*=================================================================261004MA
032100*Main logical flow                                                261004MA
032200*=================================================================261004MA
032300 PROCEDURE DIVISION.                                              261004MA
032400 BEGIN-0000.                                                      261004MA
032500     DISPLAY "RETSCHD Version 1.00, Copyright J3K Solutions".     261004MA
032600     PERFORM A0100-GET-PARMS THRU A0100-EXIT.                     261004MA
032700     PERFORM A0150-SET-OPERATOR THRU A0150-EXIT.                  261004MA
032800     PERFORM A0200-SET-TODAY THRU A0200-EXIT.                     261004MA
032900     IF WS-RUN-INFO = SPACES                                      261004MA
033000        PERFORM S1000-SIGN-OFF THRU S1000-EXIT                    261004MA
033100        DISPLAY "Normal termination of RETSCHD run @ "            261004MA
033200                TIME-OF-DAY                                       261004MA
033300        STOP RUN.                                                 261004MA
033400     MOVE "START"              TO AR-EVENT.                       261004MA
033500     MOVE SPACES               TO AR-OUTCOME.                     261004MA
033600     MOVE WS-CLN-NAME          TO AR-PARM-1.                      261004MA
033700     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.               261004MA
033800     PERFORM B9600-TAKE-APPR-LOCK THRU B9600-EXIT.                261004MA
033900     PERFORM B1000-LOAD-CLASSES THRU B1000-EXIT.                  261004MA
034000     PERFORM B1100-LOAD-INVENTORY THRU B1100-EXIT.                261004MA
034100     PERFORM B1300-LOAD-APPROVALS THRU B1300-EXIT.                261004MA
034200     OPEN OUTPUT RPTFILE.                                         261004MA
034300     PERFORM D1000-REPORT-HEAD THRU D1000-EXIT.                   261004MA
034400     PERFORM C1000-SCHEDULE THRU C1000-EXIT.                      261004MA
034500     PERFORM C2000-WEIGH-INVENTORY THRU C2000-EXIT.               261004MA
034600     PERFORM D2000-SECTIONS THRU D2000-EXIT.                      261004MA
034700     PERFORM C3000-WRITE-PENDING THRU C3000-EXIT.                 261004MA
034800     PERFORM D3000-TOTALS THRU D3000-EXIT.                        261004MA
034900     CLOSE RPTFILE.                                               261004MA
035000     PERFORM B9700-FREE-APPR-LOCK THRU B9700-EXIT.                261004MA
035100     MOVE WS-SCHED-CT          TO ED-COUNT.                       261004MA
035200     DISPLAY "RETSCHD: " ED-COUNT " file(s) scheduled into "      261004MA
035300             WS-CLN-NAME.                                         261004MA
035400     MOVE WS-DUE-CT            TO ED-COUNT.                       261004MA
035500     DISPLAY "RETSCHD: " ED-COUNT " file(s) awaiting sign-off".   261004MA
035600     MOVE WS-HELD-CT           TO ED-COUNT.                       261004MA
035700     DISPLAY "RETSCHD: " ED-COUNT " file(s) under legal hold".    261004MA
035800     IF WS-RUN-RC = 0                                             261004MA
035900        IF WS-REFUSED-CT > 0 OR WS-EXCEPT-CT > 0                  261004MA
036000           MOVE 1              TO WS-RUN-RC                       261004MA
036100        END-IF                                                    261004MA
036200     END-IF.                                                      261004MA
036300     MOVE "FINISH"             TO AR-EVENT.                       261004MA
036400     IF WS-RUN-RC > 1                                             261004MA
036500        MOVE "FAIL"            TO AR-OUTCOME                      261004MA
036600     ELSE                                                         261004MA
036700        MOVE "OK"              TO AR-OUTCOME                      261004MA
036800     END-IF.                                                      261004MA
036900     MOVE WS-CLN-NAME          TO AR-PARM-1.                      261004MA
037000     MOVE WS-SCHED-CT          TO ED-COUNT.                       261004MA
037100     MOVE ED-COUNT             TO AR-PARM-2.                      261004MA
037200     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.               261004MA
037300     DISPLAY "Normal termination of RETSCHD run @ " TIME-OF-DAY.  261004MA
037400     IF WS-RUN-RC NOT = 0                                         261004MA
037500        MOVE WS-RUN-RC         TO RETURN-CODE                     261004MA
037600     END-IF.                                                      261004MA
037700     STOP RUN.                                                    261004MA
037800 BEGIN-0000-EXIT. EXIT.                                           261004MA
037900*                                                                 261004MA
038000*A0100-GET-PARMS takes the CLNCTL to build from the RUN INFO      261004MA
038100*string.  No INFO means an interactive sign-off session.          261004MA
038200 A0100-GET-PARMS.                                                 261004MA
038300     ACCEPT WS-RUN-INFO FROM COMMAND-LINE.                        261004MA
038400     IF WS-RUN-INFO NOT = SPACES                                  261004MA
038500        UNSTRING WS-RUN-INFO DELIMITED BY ","                     261004MA
038600           INTO WS-CLN-NAME                                       261004MA
038700     END-IF.                                                      261004MA
038800     IF WS-RUN-INFO NOT = SPACES AND WS-CLN-NAME = SPACES         261004MA
038900        DISPLAY "RETSCHD: CLNCTL file name is required"           261004MA
039000        MOVE 16               TO RETURN-CODE                      261004MA
039100        STOP RUN                                                  261004MA
039200     END-IF.                                                      261004MA
039300 A0100-EXIT.  EXIT.                                               261004MA
039400*                                                                 261004MA
039500*A0150-SET-OPERATOR records who ran this -- BATCH for a stream    261004MA
039600*run, or the signing supervisor's own ID, which goes on every     261004MA
039700*sign-off made in the session.                                    261004MA
039800 A0150-SET-OPERATOR.                                              261004MA
039900     IF WS-RUN-INFO NOT = SPACES                                  261004MA
040000        MOVE "BATCH"           TO WS-OPERATOR                     261004MA
040100        GO TO A0150-DONE.                                         261004MA
040200 A0150-ASK.                                                       261004MA
040300     DISPLAY "Enter your operator ID: " NO ADVANCING.             261004MA
040400     ACCEPT WS-OPERATOR FREE.                                     261004MA
040500     IF WS-OPERATOR = SPACES OR WS-OPERATOR = "BATCH"             261004MA
040600        DISPLAY "RETSCHD: a sign-off needs a named operator"      261004MA
040700        GO TO A0150-ASK.                                          261004MA
040800 A0150-DONE.                                                      261004MA
040900     MOVE WS-OPERATOR          TO AR-OPERATOR LK-OPERATOR.        261004MA
041000 A0150-EXIT.  EXIT.                                               261004MA
041100*                                                                 261004MA
041200*A0200-SET-TODAY takes today's date from DATELINE.                261004MA
041300 A0200-SET-TODAY.                                                 261004MA
041400     CALL INTRINSIC "DATELINE" USING DATE-BUFF.                   261004MA
041500     MOVE DATE-BUFF            TO TS-WORK.                        261004MA
041600     PERFORM E1000-PARSE-STAMP THRU E1000-EXIT.                   261004MA
041700     IF NOT TS-PARSED                                             261004MA
041800        DISPLAY "RETSCHD: cannot read today's date"               261004MA
041900        MOVE 16                TO RETURN-CODE                     261004MA
042000        STOP RUN.                                                 261004MA
042100     MOVE TS-DATE-NUM          TO WS-TODAY WS-DN-DATE.            261004MA
042200     PERFORM E1200-DAY-NUMBER THRU E1200-EXIT.                    261004MA
042300     MOVE WS-DN-DAYS           TO WS-TODAY-DAYS.                  261004MA
042400 A0200-EXIT.  EXIT.                                               261004MA
042500*                                                                 261004MA
042600*=========================================================        261004MA
042700*Loading the registers.                                           261004MA
042800*=========================================================        261004MA
042900*B1000-LOAD-CLASSES loads RETCLS.  Without it no retention        261004MA
043000*period is known and nothing can fall due.                        261004MA
043100 B1000-LOAD-CLASSES.                                              261004MA
043200     MOVE 0                    TO CL-COUNT.                       261004MA
043300     OPEN INPUT CLSFILE.                                          261004MA
043400     IF CC <> 0                                                   261004MA
043500        DISPLAY "RETSCHD: no RETCLS retention classes on file"    261004MA
043600        GO TO B1000-EXIT                                          261004MA
043700     END-IF.                                                      261004MA
043800 B1010-READ.                                                      261004MA
043900     READ CLSFILE                                                 261004MA
044000        AT END                                                    261004MA
044100           GO TO B1090-DONE.                                      261004MA
044200     IF CL-COUNT >= MAX-CL-ENTRIES                                261004MA
044300        DISPLAY "RETSCHD: class table full, entry dropped"        261004MA
044400        GO TO B1010-READ.                                         261004MA
044500     ADD 1                     TO CL-COUNT.                       261004MA
044600     MOVE RCL-CLASS            TO CL-CLASS(CL-COUNT).             261004MA
044700     MOVE RCL-RETAIN-DAYS      TO CL-RETAIN-DAYS(CL-COUNT).       261004MA
044800     MOVE RCL-FILL-PATTERN     TO CL-FILL-PATTERN(CL-COUNT).      261004MA
044900     MOVE RCL-BACKUP-SW        TO CL-BACKUP-SW(CL-COUNT).         261004MA
045000     MOVE RCL-BACKUP-GROUP     TO CL-BACKUP-GROUP(CL-COUNT).      261004MA
045100     MOVE RCL-CKP-INTERVAL     TO CL-CKP-INTERVAL(CL-COUNT).      261004MA
045200     MOVE RCL-VERIFY-SW        TO CL-VERIFY-SW(CL-COUNT).         261004MA
045300     GO TO B1010-READ.                                            261004MA
045400 B1090-DONE.                                                      261004MA
045500     CLOSE CLSFILE.                                               261004MA
045600 B1000-EXIT.  EXIT.                                               261004MA
045700*                                                                 261004MA
045800*B1100-LOAD-INVENTORY loads RETINV.  A file dropped for want      261004MA
045900*of table room could never fall due, so that stops the run.       261004MA
046000 B1100-LOAD-INVENTORY.                                            261004MA
046100     MOVE 0                    TO RI-COUNT.                       261004MA
046200     OPEN INPUT INVFILE.                                          261004MA
046300     IF CC <> 0                                                   261004MA
046400        DISPLAY "RETSCHD: no RETINV retention inventory on file"  261004MA
046500        GO TO B1100-EXIT                                          261004MA
046600     END-IF.                                                      261004MA
046700 B1110-READ.                                                      261004MA
046800     READ INVFILE                                                 261004MA
046900        AT END                                                    261004MA
047000           GO TO B1190-DONE.                                      261004MA
047100     IF RI-COUNT >= MAX-RI-ENTRIES                                261004MA
047200        DISPLAY "RETSCHD: inventory table full at "               261004MA
047300                MAX-RI-ENTRIES " entries"                         261004MA
047400        PERFORM B9700-FREE-APPR-LOCK THRU B9700-EXIT              261004MA
047500        MOVE 16                TO RETURN-CODE                     261004MA
047600        STOP RUN.                                                 261004MA
047700     ADD 1                     TO RI-COUNT.                       261004MA
047800     MOVE RIV-FILE-NAME        TO RI-FILE-NAME(RI-COUNT).         261004MA
047900     MOVE RIV-CLASS            TO RI-CLASS(RI-COUNT).             261004MA
048000     MOVE RIV-TARGET-COUNT     TO RI-TARGET-COUNT(RI-COUNT).      261004MA
048100     MOVE RIV-START-DATE       TO RI-GIVEN-START(RI-COUNT).       261004MA
048200     MOVE SPACES               TO RI-STATUS(RI-COUNT).            261004MA
048300     GO TO B1110-READ.                                            261004MA
048400 B1190-DONE.                                                      261004MA
048500     CLOSE INVFILE.                                               261004MA
048600 B1100-EXIT.  EXIT.                                               261004MA
048700*                                                                 261004MA
048800*B1300-LOAD-APPROVALS loads RETAPPR; none on file is the          261004MA
048900*ordinary case on most nights.                                    261004MA
049000 B1300-LOAD-APPROVALS.                                            261004MA
049100     MOVE 0                    TO AP-COUNT.                       261004MA
049200     OPEN INPUT APPRFIL.                                          261004MA
049300     IF CC <> 0                                                   261004MA
049400        GO TO B1300-EXIT                                          261004MA
049500     END-IF.                                                      261004MA
049600 B1310-READ.                                                      261004MA
049700     READ APPRFIL                                                 261004MA
049800        AT END                                                    261004MA
049900           GO TO B1390-DONE.                                      261004MA
050000     IF AP-COUNT >= MAX-AP-ENTRIES                                261004MA
050100        DISPLAY "RETSCHD: sign-off table full, entry dropped"     261004MA
050200        GO TO B1310-READ.                                         261004MA
050300     ADD 1                     TO AP-COUNT.                       261004MA
050400     MOVE APR-FILE-NAME        TO AP-FILE-NAME(AP-COUNT).         261004MA
050500     MOVE APR-CLASS            TO AP-CLASS(AP-COUNT).             261004MA
050600     MOVE APR-RETAIN-DAYS      TO AP-RETAIN-DAYS(AP-COUNT).       261004MA
050700     MOVE APR-START-DATE       TO AP-START-DATE(AP-COUNT).        261004MA
050800     MOVE APR-DUE-DATE         TO AP-DUE-DATE(AP-COUNT).          261004MA
050900     MOVE APR-SIGNED-BY        TO AP-SIGNED-BY(AP-COUNT).         261004MA
051000     MOVE APR-SIGNED-DATE      TO AP-SIGNED-DATE(AP-COUNT).       261004MA
051100     GO TO B1310-READ.                                            261004MA
051200 B1390-DONE.                                                      261004MA
051300     CLOSE APPRFIL.                                               261004MA
051400 B1300-EXIT.  EXIT.                                               261004MA
051500*                                                                 261004MA
051600*=========================================================        261004MA
051700*Tonight's schedule.                                              261004MA
051800*=========================================================        261004MA
051900*C1000-SCHEDULE writes CLNCTL from the signed-off files.  Each    261004MA
052000*is weighed again first -- a hold placed, or a class changed,     261004MA
052100*since the sign-off still wins.  RETAPPR is emptied afterwards:   261004MA
052200*a sign-off is good for one window only.                          261004MA
052300 C1000-SCHEDULE.                                                  261004MA
052400     MOVE SPACES               TO RPT-RECORD.                     261004MA
052500     MOVE "SCHEDULED FOR DESTRUCTION TONIGHT (SIGNED OFF)"        261004MA
052600                               TO RPT-RECORD.                     261004MA
052700     WRITE RPT-RECORD.                                            261004MA
052800     PERFORM D1100-COLUMN-HEADS THRU D1100-EXIT.                  261004MA
052900     OPEN OUTPUT CLNFILE.                                         261004MA
053000     IF CC <> 0                                                   261004MA
053100        DISPLAY "RETSCHD: cannot write " WS-CLN-NAME              261004MA
053200        MOVE 16                TO WS-RUN-RC                       261004MA
053300        MOVE "  ** CLNCTL COULD NOT BE WRITTEN **" TO RPT-RECORD  261004MA
053400        WRITE RPT-RECORD                                          261004MA
053500        GO TO C1000-EXIT                                          261004MA
053600     END-IF.                                                      261004MA
053700     MOVE 1                    TO AP-INDEX.                       261004MA
053800 C1010-NEXT.                                                      261004MA
053900     IF AP-INDEX > AP-COUNT                                       261004MA
054000        GO TO C1090-DONE.                                         261004MA
054100     PERFORM C1100-ONE-APPROVAL THRU C1100-EXIT.                  261004MA
054200     ADD 1                     TO AP-INDEX.                       261004MA
054300     GO TO C1010-NEXT.                                            261004MA
054400 C1090-DONE.                                                      261004MA
054500     CLOSE CLNFILE.                                               261004MA
054600     IF AP-COUNT = 0                                              261004MA
054700        MOVE "  NONE SIGNED OFF" TO RPT-RECORD                    261004MA
054800        WRITE RPT-RECORD                                          261004MA
054900     END-IF.                                                      261004MA
055000     IF AP-COUNT > 0                                              261004MA
055100        OPEN OUTPUT APPRFIL                                       261004MA
055200        CLOSE APPRFIL                                             261004MA
055300     END-IF.                                                      261004MA
055400 C1000-EXIT.  EXIT.                                               261004MA
055500*                                                                 261004MA
055600 C1100-ONE-APPROVAL.                                              261004MA
055700     MOVE 1                    TO RI-INDEX.                       261004MA
055800 C1110-HUNT.                                                      261004MA
055900     IF RI-INDEX > RI-COUNT                                       261004MA
056000        MOVE SPACES            TO RPT-RECORD                      261004MA
056100        MOVE AP-FILE-NAME(AP-INDEX) TO RPT-RECORD(4:34)           261004MA
056200        MOVE AP-CLASS(AP-INDEX)     TO RPT-RECORD(40:8)           261004MA
056300        MOVE "REFUSED - NO LONGER IN THE RETENTION INVENTORY"     261004MA
056400                               TO RPT-RECORD(72:60)               261004MA
056500        WRITE RPT-RECORD                                          261004MA
056600        ADD 1                  TO WS-REFUSED-CT                   261004MA
056700        GO TO C1100-EXIT.                                         261004MA
056800     IF RI-FILE-NAME(RI-INDEX) NOT = AP-FILE-NAME(AP-INDEX)       261004MA
056900        ADD 1                  TO RI-INDEX                        261004MA
057000        GO TO C1110-HUNT.                                         261004MA
057100*Signed off twice -- scheduled once.                              261004MA
057200     IF RI-STATUS(RI-INDEX) = "S"                                 261004MA
057300        GO TO C1100-EXIT.                                         261004MA
057400     PERFORM E4000-WEIGH-ENTRY THRU E4000-EXIT.                   261004MA
057500     MOVE AP-SIGNED-BY(AP-INDEX)   TO RI-SIGNED-BY(RI-INDEX).     261004MA
057600     MOVE AP-SIGNED-DATE(AP-INDEX) TO RI-SIGNED-DATE(RI-INDEX).   261004MA
057700     IF RI-STATUS(RI-INDEX) NOT = "D"                             261004MA
057800        PERFORM D2200-ENTRY-LINE THRU D2200-EXIT                  261004MA
057900        MOVE "REFUSED - "      TO RPT-RECORD(72:10)               261004MA
058000        PERFORM D2300-STATUS-TEXT THRU D2300-EXIT                 261004MA
058100        WRITE RPT-RECORD                                          261004MA
058200        ADD 1                  TO WS-REFUSED-CT                   261004MA
058300        GO TO C1100-EXIT.                                         261004MA
058400     PERFORM C1200-WRITE-CLNCTL THRU C1200-EXIT.                  261004MA
058500     MOVE "S"                  TO RI-STATUS(RI-INDEX).            261004MA
058600     ADD 1                     TO WS-SCHED-CT.                    261004MA
058700     PERFORM D2200-ENTRY-LINE THRU D2200-EXIT.                    261004MA
058800     PERFORM D2300-STATUS-TEXT THRU D2300-EXIT.                   261004MA
058900     WRITE RPT-RECORD.                                            261004MA
059000 C1100-EXIT.  EXIT.                                               261004MA
059100*                                                                 261004MA
059200*C1200-WRITE-CLNCTL writes the CLEANDSK entry with the class's    261004MA
059300*switches, and the decision behind it to RETDEC.  A backup goes   261004MA
059400*to the class's backup group under the file's own name.           261004MA
059500 C1200-WRITE-CLNCTL.                                              261004MA
059600     MOVE RI-CLASS-IX(RI-INDEX) TO CL-INDEX.                      261004MA
059700     MOVE SPACES               TO CLN-RECORD.                     261004MA
059800     MOVE RI-FILE-NAME(RI-INDEX)    TO CLN-FILE-NAME.             261004MA
059900     MOVE RI-TARGET-COUNT(RI-INDEX) TO CLN-TARGET-COUNT.          261004MA
060000     MOVE CL-FILL-PATTERN(CL-INDEX) TO CLN-FILL-PATTERN.          261004MA
060100     MOVE CL-BACKUP-SW(CL-INDEX)    TO CLN-BACKUP-SW.             261004MA
060200     IF CL-BACKUP-SW(CL-INDEX) = "Y"                              261004MA
060300        MOVE SPACES            TO WS-FILE-PART                    261004MA
060400        UNSTRING RI-FILE-NAME(RI-INDEX) DELIMITED BY "."          261004MA
060500           INTO WS-FILE-PART                                      261004MA
060600        STRING WS-FILE-PART DELIMITED BY SPACES                   261004MA
060700               "." DELIMITED BY SIZE                              261004MA
060800               CL-BACKUP-GROUP(CL-INDEX) DELIMITED BY SPACES      261004MA
060900          INTO CLN-BACKUP-FILE                                    261004MA
061000     END-IF.                                                      261004MA
061100     MOVE CL-CKP-INTERVAL(CL-INDEX) TO CLN-CKP-INTERVAL.          261004MA
061200     MOVE "N"                  TO CLN-RESTART-SW.                 261004MA
061300     MOVE CL-VERIFY-SW(CL-INDEX)    TO CLN-VERIFY-SW.             261004MA
061400     WRITE CLN-RECORD.                                            261004MA
061500     MOVE RI-FILE-NAME(RI-INDEX)    TO RDC-FILE-NAME.             261004MA
061600     MOVE RI-CLASS(RI-INDEX)        TO RDC-CLASS.                 261004MA
061700     MOVE CL-RETAIN-DAYS(CL-INDEX)  TO RDC-RETAIN-DAYS.           261004MA
061800     MOVE RI-START-DATE(RI-INDEX)   TO RDC-START-DATE.            261004MA
061900     MOVE RI-DUE-DATE(RI-INDEX)     TO RDC-DUE-DATE.              261004MA
062000     MOVE AP-SIGNED-BY(AP-INDEX)    TO RDC-SIGNED-BY.             261004MA
062100     MOVE AP-SIGNED-DATE(AP-INDEX)  TO RDC-SIGNED-DATE.           261004MA
062200     MOVE WS-TODAY                  TO RDC-SCHEDULED-DATE.        261004MA
062300     OPEN EXTEND DECFILE.                                         261004MA
062400     IF CC <> 0                                                   261004MA
062500        OPEN OUTPUT DECFILE                                       261004MA
062600     END-IF.                                                      261004MA
062700     WRITE DEC-RECORD.                                            261004MA
062800     CLOSE DECFILE.                                               261004MA
062900 C1200-EXIT.  EXIT.                                               261004MA
063000*                                                                 261004MA
063100*C2000-WEIGH-INVENTORY weighs every entry not already             261004MA
063200*scheduled tonight.                                               261004MA
063300 C2000-WEIGH-INVENTORY.                                           261004MA
063400     MOVE 1                    TO RI-INDEX.                       261004MA
063500 C2010-NEXT.                                                      261004MA
063600     IF RI-INDEX > RI-COUNT                                       261004MA
063700        GO TO C2000-EXIT.                                         261004MA
063800     IF RI-STATUS(RI-INDEX) NOT = "S"                             261004MA
063900        PERFORM E4000-WEIGH-ENTRY THRU E4000-EXIT                 261004MA
064000     END-IF.                                                      261004MA
064100     IF RI-STATUS(RI-INDEX) = "D"                                 261004MA
064200        ADD 1                  TO WS-DUE-CT.                      261004MA
064300     IF RI-STATUS(RI-INDEX) = "H"                                 261004MA
064400        ADD 1                  TO WS-HELD-CT.                     261004MA
064500     IF RI-STATUS(RI-INDEX) = "N"                                 261004MA
064600        ADD 1                  TO WS-NOTDUE-CT.                   261004MA
064700     IF RI-STATUS(RI-INDEX) = "U" OR "M" OR "Z"                   261004MA
064800        ADD 1                  TO WS-EXCEPT-CT.                   261004MA
064900     ADD 1                     TO RI-INDEX.                       261004MA
065000     GO TO C2010-NEXT.                                            261004MA
065100 C2000-EXIT.  EXIT.                                               261004MA
065200*                                                                 261004MA
065300*C3000-WRITE-PENDING replaces RETPEND with the files now due,     261004MA
065400*for the next sign-off.                                           261004MA
065500 C3000-WRITE-PENDING.                                             261004MA
065600     OPEN OUTPUT PENDFIL.                                         261004MA
065700     MOVE 1                    TO RI-INDEX.                       261004MA
065800 C3010-NEXT.                                                      261004MA
065900     IF RI-INDEX > RI-COUNT                                       261004MA
066000        GO TO C3090-DONE.                                         261004MA
066100     IF RI-STATUS(RI-INDEX) NOT = "D"                             261004MA
066200        ADD 1                  TO RI-INDEX                        261004MA
066300        GO TO C3010-NEXT.                                         261004MA
066400     MOVE RI-CLASS-IX(RI-INDEX) TO CL-INDEX.                      261004MA
066500     MOVE SPACES               TO PEND-RECORD.                    261004MA
066600     MOVE RI-FILE-NAME(RI-INDEX)   TO PND-FILE-NAME.              261004MA
066700     MOVE RI-CLASS(RI-INDEX)       TO PND-CLASS.                  261004MA
066800     MOVE CL-RETAIN-DAYS(CL-INDEX) TO PND-RETAIN-DAYS.            261004MA
066900     MOVE RI-START-DATE(RI-INDEX)  TO PND-START-DATE.             261004MA
067000     MOVE RI-DUE-DATE(RI-INDEX)    TO PND-DUE-DATE.               261004MA
067100     MOVE 0                    TO PND-SIGNED-DATE.                261004MA
067200     WRITE PEND-RECORD.                                           261004MA
067300     ADD 1                     TO RI-INDEX.                       261004MA
067400     GO TO C3010-NEXT.                                            261004MA
067500 C3090-DONE.                                                      261004MA
067600     CLOSE PENDFIL.                                               261004MA
067700 C3000-EXIT.  EXIT.                                               261004MA
067800*                                                                 261004MA
067900*=========================================================        261004MA
068000*The report.                                                      261004MA
068100*=========================================================        261004MA
068200 D1000-REPORT-HEAD.                                               261004MA
068300     MOVE SPACES               TO RPT-RECORD.                     261004MA
068400     STRING "RETENTION SCHEDULE AS OF " DELIMITED BY SIZE         261004MA
068500            DATE-BUFF DELIMITED BY SIZE                           261004MA
068600            " -- DESTRUCTION LIST " DELIMITED BY SIZE             261004MA
068700            WS-CLN-NAME DELIMITED BY SPACES                       261004MA
068800       INTO RPT-RECORD.                                           261004MA
068900     WRITE RPT-RECORD.                                            261004MA
069000     MOVE SPACES               TO RPT-RECORD.                     261004MA
069100     WRITE RPT-RECORD.                                            261004MA
069200 D1000-EXIT.  EXIT.                                               261004MA
069300*                                                                 261004MA
069400 D1100-COLUMN-HEADS.                                              261004MA
069500     MOVE SPACES               TO RPT-RECORD.                     261004MA
069600     MOVE "FILE"               TO RPT-RECORD(4:4).                261004MA
069700     MOVE "CLASS"              TO RPT-RECORD(40:5).               261004MA
069800     MOVE "CLOCK FROM"         TO RPT-RECORD(50:10).              261004MA
069900     MOVE "DUE"                TO RPT-RECORD(61:3).               261004MA
070000     MOVE "STATUS"             TO RPT-RECORD(72:6).               261004MA
070100     WRITE RPT-RECORD.                                            261004MA
070200 D1100-EXIT.  EXIT.                                               261004MA
070300*                                                                 261004MA
070400*D2000-SECTIONS lists the inventory once per status, in the       261004MA
070500*order the sign-off reads it.                                     261004MA
070600 D2000-SECTIONS.                                                  261004MA
070700     MOVE "D"                  TO WS-SECT-STATUS.                 261004MA
070800     MOVE "DUE FOR DESTRUCTION -- AWAITING SIGN-OFF"              261004MA
070900                               TO RPT-RECORD.                     261004MA
071000     PERFORM D2100-ONE-SECTION THRU D2100-EXIT.                   261004MA
071100     MOVE "H"                  TO WS-SECT-STATUS.                 261004MA
071200     MOVE "HELD -- UNDER LEGAL HOLD, MAY NOT BE DESTROYED"        261004MA
071300                               TO RPT-RECORD.                     261004MA
071400     PERFORM D2100-ONE-SECTION THRU D2100-EXIT.                   261004MA
071500     MOVE "N"                  TO WS-SECT-STATUS.                 261004MA
071600     MOVE "NOT YET DUE"        TO RPT-RECORD.                     261004MA
071700     PERFORM D2100-ONE-SECTION THRU D2100-EXIT.                   261004MA
071800     MOVE "X"                  TO WS-SECT-STATUS.                 261004MA
071900     MOVE "EXCEPTIONS -- CANNOT BE WEIGHED AGAINST POLICY"        261004MA
072000                               TO RPT-RECORD.                     261004MA
072100     PERFORM D2100-ONE-SECTION THRU D2100-EXIT.                   261004MA
072200 D2000-EXIT.  EXIT.                                               261004MA
072300*                                                                 261004MA
072400*D2100-ONE-SECTION writes the heading already in RPT-RECORD,      261004MA
072500*then every entry of the section's status (X gathers the          261004MA
072600*exceptions).                                                     261004MA
072700 D2100-ONE-SECTION.                                               261004MA
072800     MOVE RPT-RECORD(1:66)     TO WS-SECT-HEAD.                   261004MA
072900     MOVE SPACES               TO RPT-RECORD.                     261004MA
073000     WRITE RPT-RECORD.                                            261004MA
073100     MOVE SPACES               TO RPT-RECORD.                     261004MA
073200     MOVE WS-SECT-HEAD         TO RPT-RECORD.                     261004MA
073300     WRITE RPT-RECORD.                                            261004MA
073400     PERFORM D1100-COLUMN-HEADS THRU D1100-EXIT.                  261004MA
073500     MOVE 0                    TO WS-SECT-CT.                     261004MA
073600     MOVE 1                    TO RI-INDEX.                       261004MA
073700 D2110-NEXT.                                                      261004MA
073800     IF RI-INDEX > RI-COUNT                                       261004MA
073900        GO TO D2190-DONE.                                         261004MA
074000     IF RI-STATUS(RI-INDEX) = WS-SECT-STATUS                      261004MA
074100        OR (WS-SECT-STATUS = "X"                                  261004MA
074200            AND (RI-STATUS(RI-INDEX) = "U" OR "M" OR "Z"))        261004MA
074300        ADD 1                  TO WS-SECT-CT                      261004MA
074400        PERFORM D2200-ENTRY-LINE THRU D2200-EXIT                  261004MA
074500        PERFORM D2300-STATUS-TEXT THRU D2300-EXIT                 261004MA
074600        WRITE RPT-RECORD                                          261004MA
074700     END-IF.                                                      261004MA
074800     ADD 1                     TO RI-INDEX.                       261004MA
074900     GO TO D2110-NEXT.                                            261004MA
075000 D2190-DONE.                                                      261004MA
075100     IF WS-SECT-CT = 0                                            261004MA
075200        MOVE "  NONE"          TO RPT-RECORD                      261004MA
075300        WRITE RPT-RECORD                                          261004MA
075400     END-IF.                                                      261004MA
075500 D2100-EXIT.  EXIT.                                               261004MA
075600*                                                                 261004MA
075700*D2200-ENTRY-LINE starts a report line for the current entry.     261004MA
075800 D2200-ENTRY-LINE.                                                261004MA
075900     MOVE SPACES               TO RPT-RECORD.                     261004MA
076000     MOVE RI-FILE-NAME(RI-INDEX)  TO RPT-RECORD(4:34).            261004MA
076100     MOVE RI-CLASS(RI-INDEX)      TO RPT-RECORD(40:8).            261004MA
076200     IF RI-START-DATE(RI-INDEX) > 0                               261004MA
076300        MOVE RI-START-DATE(RI-INDEX) TO RPT-RECORD(50:8)          261004MA
076400     END-IF.                                                      261004MA
076500     IF RI-DUE-DATE(RI-INDEX) > 0                                 261004MA
076600        MOVE RI-DUE-DATE(RI-INDEX)   TO RPT-RECORD(61:8)          261004MA
076700     END-IF.                                                      261004MA
076800 D2200-EXIT.  EXIT.                                               261004MA
076900*                                                                 261004MA
077000*D2300-STATUS-TEXT fills in what the status means for the         261004MA
077100*current entry, from column 72 on or after a "REFUSED - ".        261004MA
077200 D2300-STATUS-TEXT.                                               261004MA
077300     IF RPT-RECORD(72:10) = "REFUSED - "                          261004MA
077400        MOVE 82                TO WS-NUM-PTR                      261004MA
077500     ELSE                                                         261004MA
077600        MOVE 72                TO WS-NUM-PTR                      261004MA
077700     END-IF.                                                      261004MA
077800     IF RI-STATUS(RI-INDEX) = "S"                                 261004MA
077900        STRING "SIGNED OFF BY " DELIMITED BY SIZE                 261004MA
078000               RI-SIGNED-BY(RI-INDEX) DELIMITED BY SPACES         261004MA
078100               " ON " DELIMITED BY SIZE                           261004MA
078200               RI-SIGNED-DATE(RI-INDEX) DELIMITED BY SIZE         261004MA
078300          INTO RPT-RECORD WITH POINTER WS-NUM-PTR.                261004MA
078400     IF RI-STATUS(RI-INDEX) = "D"                                 261004MA
078500        COMPUTE WS-WORK-DAYS =                                    261004MA
078600            WS-TODAY-DAYS - RI-DUE-DAYS(RI-INDEX)                 261004MA
078700        MOVE WS-WORK-DAYS      TO ED-DAYS                         261004MA
078800        STRING "DUE" DELIMITED BY SIZE                            261004MA
078900               ED-DAYS DELIMITED BY SIZE                          261004MA
079000               " DAY(S) AGO" DELIMITED BY SIZE                    261004MA
079100          INTO RPT-RECORD WITH POINTER WS-NUM-PTR.                261004MA
079200     IF RI-STATUS(RI-INDEX) = "H"                                 261004MA
079300        STRING "HOLD " DELIMITED BY SIZE                          261004MA
079400               RI-HOLD-REF(RI-INDEX) DELIMITED BY SPACES          261004MA
079500               " PLACED BY " DELIMITED BY SIZE                    261004MA
079600               RI-HOLD-BY(RI-INDEX) DELIMITED BY SPACES           261004MA
079700               " ON " DELIMITED BY SIZE                           261004MA
079800               RI-HOLD-DATE(RI-INDEX) DELIMITED BY SIZE           261004MA
079900          INTO RPT-RECORD WITH POINTER WS-NUM-PTR.                261004MA
080000     IF RI-STATUS(RI-INDEX) = "N"                                 261004MA
080100        COMPUTE WS-WORK-DAYS =                                    261004MA
080200            RI-DUE-DAYS(RI-INDEX) - WS-TODAY-DAYS                 261004MA
080300        MOVE WS-WORK-DAYS      TO ED-DAYS                         261004MA
080400        STRING "DUE IN" DELIMITED BY SIZE                         261004MA
080500               ED-DAYS DELIMITED BY SIZE                          261004MA
080600               " DAY(S)" DELIMITED BY SIZE                        261004MA
080700          INTO RPT-RECORD WITH POINTER WS-NUM-PTR.                261004MA
080800     IF RI-STATUS(RI-INDEX) = "U"                                 261004MA
080900        STRING "** NO SUCH RETENTION CLASS **" DELIMITED BY SIZE  261004MA
081000          INTO RPT-RECORD WITH POINTER WS-NUM-PTR.                261004MA
081100     IF RI-STATUS(RI-INDEX) = "M"                                 261004MA
081200        STRING "** FILE NOT ON DISK **" DELIMITED BY SIZE         261004MA
081300          INTO RPT-RECORD WITH POINTER WS-NUM-PTR.                261004MA
081400     IF RI-STATUS(RI-INDEX) = "Z"                                 261004MA
081500        STRING "** NO USABLE CLOCK START DATE **"                 261004MA
081600                                DELIMITED BY SIZE                 261004MA
081700          INTO RPT-RECORD WITH POINTER WS-NUM-PTR.                261004MA
081800 D2300-EXIT.  EXIT.                                               261004MA
081900*                                                                 261004MA
082000*D3000-TOTALS closes the report with the counts and the           261004MA
082100*sign-off block.                                                  261004MA
082200 D3000-TOTALS.                                                    261004MA
082300     MOVE SPACES               TO RPT-RECORD.                     261004MA
082400     WRITE RPT-RECORD.                                            261004MA
082500     MOVE WS-SCHED-CT          TO ED-COUNT.                       261004MA
082600     STRING "SCHEDULED TONIGHT:        " DELIMITED BY SIZE        261004MA
082700            ED-COUNT DELIMITED BY SIZE                            261004MA
082800       INTO RPT-RECORD.                                           261004MA
082900     WRITE RPT-RECORD.                                            261004MA
083000     MOVE SPACES               TO RPT-RECORD.                     261004MA
083100     MOVE WS-REFUSED-CT        TO ED-COUNT.                       261004MA
083200     STRING "SIGN-OFFS REFUSED:        " DELIMITED BY SIZE        261004MA
083300            ED-COUNT DELIMITED BY SIZE                            261004MA
083400       INTO RPT-RECORD.                                           261004MA
083500     WRITE RPT-RECORD.                                            261004MA
083600     MOVE SPACES               TO RPT-RECORD.                     261004MA
083700     MOVE WS-DUE-CT            TO ED-COUNT.                       261004MA
083800     STRING "DUE, AWAITING SIGN-OFF:   " DELIMITED BY SIZE        261004MA
083900            ED-COUNT DELIMITED BY SIZE                            261004MA
084000       INTO RPT-RECORD.                                           261004MA
084100     WRITE RPT-RECORD.                                            261004MA
084200     MOVE SPACES               TO RPT-RECORD.                     261004MA
084300     MOVE WS-HELD-CT           TO ED-COUNT.                       261004MA
084400     STRING "HELD:                     " DELIMITED BY SIZE        261004MA
084500            ED-COUNT DELIMITED BY SIZE                            261004MA
084600       INTO RPT-RECORD.                                           261004MA
084700     WRITE RPT-RECORD.                                            261004MA
084800     MOVE SPACES               TO RPT-RECORD.                     261004MA
084900     MOVE WS-NOTDUE-CT         TO ED-COUNT.                       261004MA
085000     STRING "NOT YET DUE:              " DELIMITED BY SIZE        261004MA
085100            ED-COUNT DELIMITED BY SIZE                            261004MA
085200       INTO RPT-RECORD.                                           261004MA
085300     WRITE RPT-RECORD.                                            261004MA
085400     MOVE SPACES               TO RPT-RECORD.                     261004MA
085500     MOVE WS-EXCEPT-CT         TO ED-COUNT.                       261004MA
085600     STRING "EXCEPTIONS:               " DELIMITED BY SIZE        261004MA
085700            ED-COUNT DELIMITED BY SIZE                            261004MA
085800       INTO RPT-RECORD.                                           261004MA
085900     WRITE RPT-RECORD.                                            261004MA
086000     MOVE SPACES               TO RPT-RECORD.                     261004MA
086100     WRITE RPT-RECORD.                                            261004MA
086200     STRING "FILES DUE ARE DESTROYED ONLY AFTER SIGN-OFF -- "     261004MA
086300            DELIMITED BY SIZE                                     261004MA
086400            "RUN RETSCHD INTERACTIVELY TO SIGN OFF."              261004MA
086500            DELIMITED BY SIZE                                     261004MA
086600       INTO RPT-RECORD.                                           261004MA
086700     WRITE RPT-RECORD.                                            261004MA
086800     MOVE SPACES               TO RPT-RECORD.                     261004MA
086900     WRITE RPT-RECORD.                                            261004MA
087000     STRING "REVIEWED FOR DESTRUCTION BY: ________________   "    261004MA
087100            DELIMITED BY SIZE                                     261004MA
087200            "SIGNATURE: ________________   DATE: __________"      261004MA
087300            DELIMITED BY SIZE                                     261004MA
087400       INTO RPT-RECORD.                                           261004MA
087500     WRITE RPT-RECORD.                                            261004MA
087600 D3000-EXIT.  EXIT.                                               261004MA
087700*                                                                 261004MA
087800*=========================================================        261004MA
087900*Weighing one inventory entry against the policy.                 261004MA
088000*=========================================================        261004MA
088100*E4000-WEIGH-ENTRY sets the status of RI-INDEX's entry: its       261004MA
088200*class, its clock start, its due date, any hold on it.  A hold    261004MA
088300*is looked for first, whatever else is true -- a held file is     261004MA
088400*shown as held even before it falls due or when its class is      261004MA
088450*not on file.                                                     261004MA
088500 E4000-WEIGH-ENTRY.                                               261004MA
088600     MOVE 0                    TO RI-START-DATE(RI-INDEX)         261004MA
088700                                  RI-DUE-DATE(RI-INDEX)           261004MA
088800                                  RI-DUE-DAYS(RI-INDEX)           261004MA
088900                                  RI-HOLD-DATE(RI-INDEX).         261004MA
089000     MOVE SPACES               TO RI-HOLD-REF(RI-INDEX)           261004MA
089100                                  RI-HOLD-BY(RI-INDEX).           261004MA
089110     MOVE SPACES               TO RI-STATUS(RI-INDEX).            261004MA
089120     MOVE RI-FILE-NAME(RI-INDEX) TO HQ-FILE-NAME.                 261004MA
089130     CALL "HOLDCHK" USING WS-HOLD-REQUEST.                        261004MA
089140     IF RETURN-CODE NOT = 0                                       261004MA
089150        MOVE "H"               TO RI-STATUS(RI-INDEX)             261004MA
089160        MOVE HQ-REFERENCE      TO RI-HOLD-REF(RI-INDEX)           261004MA
089170        MOVE HQ-PLACED-BY      TO RI-HOLD-BY(RI-INDEX)            261004MA
089180        MOVE HQ-PLACED-DATE    TO RI-HOLD-DATE(RI-INDEX)          261004MA
089190     END-IF.                                                      261004MA
089200     MOVE 0                    TO RI-CLASS-IX(RI-INDEX).          261004MA
089300     MOVE 1                    TO CL-INDEX.                       261004MA
089400 E4010-HUNT.                                                      261004MA
089500     IF CL-INDEX > CL-COUNT                                       261004MA
089600        IF RI-STATUS(RI-INDEX) NOT = "H"                          261004MA
089640           MOVE "U"            TO RI-STATUS(RI-INDEX)             261004MA
089680        END-IF                                                    261004MA
089700        GO TO E4000-EXIT.                                         261004MA
089800     IF CL-CLASS(CL-INDEX) NOT = RI-CLASS(RI-INDEX)               261004MA
089900        ADD 1                  TO CL-INDEX                        261004MA
090000        GO TO E4010-HUNT.                                         261004MA
090100     MOVE CL-INDEX             TO RI-CLASS-IX(RI-INDEX).          261004MA
091000     MOVE RI-FILE-NAME(RI-INDEX) TO WS-CHK-FILE.                  261004MA
091100     MOVE SPACES               TO WS-CHK-DATE.                    261004MA
091200     CALL INTRINSIC "FFILEINFO" USING WS-CHK-FILE,                261004MA
091300                                      FF-ITEM-CHANGED-DATE,       261004MA
091400                                      FF-STATUS,                  261004MA
091500                                      WS-CHK-DATE,                261004MA
091600                                      FF-ACTUAL-LEN.              261004MA
091700     IF FF-STATUS NOT = 0                                         261004MA
091800        IF RI-STATUS(RI-INDEX) NOT = "H"                          261004MA
091900           MOVE "M"            TO RI-STATUS(RI-INDEX)             261004MA
092000        END-IF                                                    261004MA
092100        GO TO E4000-EXIT.                                         261004MA
092200     IF RI-GIVEN-START(RI-INDEX) > 0                              261004MA
092300        MOVE RI-GIVEN-START(RI-INDEX) TO RI-START-DATE(RI-INDEX)  261004MA
092400     ELSE                                                         261004MA
092500        MOVE WS-CHK-DATE       TO TS-WORK                         261004MA
092600        PERFORM E1000-PARSE-STAMP THRU E1000-EXIT                 261004MA
092700        IF TS-PARSED                                              261004MA
092800           MOVE TS-DATE-NUM    TO RI-START-DATE(RI-INDEX)         261004MA
092900        END-IF                                                    261004MA
093000     END-IF.                                                      261004MA
093100     MOVE RI-START-DATE(RI-INDEX) TO WS-DN-DATE.                  261004MA
093200     PERFORM E1200-DAY-NUMBER THRU E1200-EXIT.                    261004MA
093300     IF WS-DN-DAYS = 0                                            261004MA
093400        IF RI-STATUS(RI-INDEX) NOT = "H"                          261004MA
093500           MOVE "Z"            TO RI-STATUS(RI-INDEX)             261004MA
093600        END-IF                                                    261004MA
093700        GO TO E4000-EXIT.                                         261004MA
093800     COMPUTE RI-DUE-DAYS(RI-INDEX) =                              261004MA
093900         WS-DN-DAYS + CL-RETAIN-DAYS(CL-INDEX).                   261004MA
094000     MOVE RI-DUE-DAYS(RI-INDEX) TO WS-DD-TARGET.                  261004MA
094100     PERFORM E1300-DAYS-TO-DATE THRU E1300-EXIT.                  261004MA
094200     MOVE WS-DN-DATE           TO RI-DUE-DATE(RI-INDEX).          261004MA
094300     IF RI-STATUS(RI-INDEX) = "H"                                 261004MA
094400        GO TO E4000-EXIT.                                         261004MA
094500     IF WS-TODAY-DAYS >= RI-DUE-DAYS(RI-INDEX)                    261004MA
094600        MOVE "D"               TO RI-STATUS(RI-INDEX)             261004MA
094700     ELSE                                                         261004MA
094800        MOVE "N"               TO RI-STATUS(RI-INDEX)             261004MA
094900     END-IF.                                                      261004MA
095000 E4000-EXIT.  EXIT.                                               261004MA
095100*                                                                 261004MA
095200*=========================================================        261004MA
095300*Interactive sign-off.                                            261004MA
095400*=========================================================        261004MA
095500*S1000-SIGN-OFF lets a supervisor who has read RETRPT sign off    261004MA
095600*the files in RETPEND.  Every sign-off is checked for a hold      261004MA
095700*again at the moment it is made and is recorded in CLAUDIT.       261004MA
095800 S1000-SIGN-OFF.                                                  261004MA
095900     PERFORM B9600-TAKE-APPR-LOCK THRU B9600-EXIT.                261004MA
096000     PERFORM S1100-LOAD-PENDING THRU S1100-EXIT.                  261004MA
096100     PERFORM B1300-LOAD-APPROVALS THRU B1300-EXIT.                261004MA
096200     IF PD-COUNT = 0                                              261004MA
096300        DISPLAY "RETSCHD: nothing is awaiting sign-off."          261004MA
096400        PERFORM B9700-FREE-APPR-LOCK THRU B9700-EXIT              261004MA
096500        GO TO S1000-EXIT.                                         261004MA
096600 S1010-MENU.                                                      261004MA
096700     DISPLAY " ".                                                 261004MA
096800     DISPLAY "RETPEND: L=list S=sign off one A=sign off all "     261004MA
096900             "X=save and exit".                                   261004MA
097000     DISPLAY "Choice: " NO ADVANCING.                             261004MA
097100     ACCEPT WS-MENU-PICK FREE.                                    261004MA
097200     IF WS-MENU-PICK = "L" OR WS-MENU-PICK = "l"                  261004MA
097300        PERFORM S1500-LIST THRU S1500-EXIT                        261004MA
097400        GO TO S1010-MENU.                                         261004MA
097500     IF WS-MENU-PICK = "S" OR WS-MENU-PICK = "s"                  261004MA
097600        PERFORM S1500-LIST THRU S1500-EXIT                        261004MA
097700        PERFORM E9100-PICK-ENTRY THRU E9100-EXIT                  261004MA
097800        IF WS-ENTRY-NO = 0 OR WS-ENTRY-NO > PD-COUNT              261004MA
097900           DISPLAY "RETSCHD: no such entry."                      261004MA
098000        ELSE                                                      261004MA
098100           MOVE WS-ENTRY-NO    TO PD-INDEX                        261004MA
098200           PERFORM S2000-SIGN-ONE THRU S2000-EXIT                 261004MA
098300        END-IF                                                    261004MA
098400        GO TO S1010-MENU.                                         261004MA
098500     IF WS-MENU-PICK = "A" OR WS-MENU-PICK = "a"                  261004MA
098600        PERFORM S1600-SIGN-ALL THRU S1600-EXIT                    261004MA
098700        GO TO S1010-MENU.                                         261004MA
098800     IF WS-MENU-PICK = "X" OR WS-MENU-PICK = "x"                  261004MA
098900        PERFORM S1900-SAVE THRU S1900-EXIT                        261004MA
099000        PERFORM B9700-FREE-APPR-LOCK THRU B9700-EXIT              261004MA
099100        GO TO S1000-EXIT.                                         261004MA
099200     DISPLAY "Please answer L, S, A or X.".                       261004MA
099300     GO TO S1010-MENU.                                            261004MA
099400 S1000-EXIT.  EXIT.                                               261004MA
099500*                                                                 261004MA
099600 S1100-LOAD-PENDING.                                              261004MA
099700     MOVE 0                    TO PD-COUNT.                       261004MA
099800     OPEN INPUT PENDFIL.                                          261004MA
099900     IF CC <> 0                                                   261004MA
100000        GO TO S1100-EXIT                                          261004MA
100100     END-IF.                                                      261004MA
100200 S1110-READ.                                                      261004MA
100300     READ PENDFIL                                                 261004MA
100400        AT END                                                    261004MA
100500           GO TO S1190-DONE.                                      261004MA
100600     IF PD-COUNT >= MAX-PD-ENTRIES                                261004MA
100700        DISPLAY "RETSCHD: pending table full, remainder of "      261004MA
100800                "RETPEND not loaded"                              261004MA
100900        GO TO S1190-DONE.                                         261004MA
101000     ADD 1                     TO PD-COUNT.                       261004MA
101100     MOVE PND-FILE-NAME        TO PD-FILE-NAME(PD-COUNT).         261004MA
101200     MOVE PND-CLASS            TO PD-CLASS(PD-COUNT).             261004MA
101300     MOVE PND-RETAIN-DAYS      TO PD-RETAIN-DAYS(PD-COUNT).       261004MA
101400     MOVE PND-START-DATE       TO PD-START-DATE(PD-COUNT).        261004MA
101500     MOVE PND-DUE-DATE         TO PD-DUE-DATE(PD-COUNT).          261004MA
101600     GO TO S1110-READ.                                            261004MA
101700 S1190-DONE.                                                      261004MA
101800     CLOSE PENDFIL.                                               261004MA
101900 S1100-EXIT.  EXIT.                                               261004MA
102000*                                                                 261004MA
102100*S1500-LIST shows each file awaiting sign-off, and whether it     261004MA
102200*is already signed off for the next window.                       261004MA
102300 S1500-LIST.                                                      261004MA
102400     MOVE 1                    TO PD-INDEX.                       261004MA
102500 S1510-NEXT.                                                      261004MA
102600     IF PD-INDEX > PD-COUNT                                       261004MA
102700        GO TO S1500-EXIT.                                         261004MA
102800     MOVE PD-INDEX             TO ED-LIST-NO.                     261004MA
102900     PERFORM E9300-FIND-APPROVAL THRU E9300-EXIT.                 261004MA
103000     IF AP-INDEX > 0                                              261004MA
103100        DISPLAY ED-LIST-NO ": " PD-FILE-NAME(PD-INDEX)            261004MA
103200                " " PD-CLASS(PD-INDEX)                            261004MA
103300                " due=" PD-DUE-DATE(PD-INDEX)                     261004MA
103400                " signed off by " AP-SIGNED-BY(AP-INDEX)          261004MA
103500     ELSE                                                         261004MA
103600        DISPLAY ED-LIST-NO ": " PD-FILE-NAME(PD-INDEX)            261004MA
103700                " " PD-CLASS(PD-INDEX)                            261004MA
103800                " due=" PD-DUE-DATE(PD-INDEX)                     261004MA
103900     END-IF.                                                      261004MA
104000     ADD 1                     TO PD-INDEX.                       261004MA
104100     GO TO S1510-NEXT.                                            261004MA
104200 S1500-EXIT.  EXIT.                                               261004MA
104300*                                                                 261004MA
104400 S1600-SIGN-ALL.                                                  261004MA
104500     MOVE PD-COUNT             TO ED-LIST-NO.                     261004MA
104600     DISPLAY "Sign off all " ED-LIST-NO " file(s) for "           261004MA
104700             "destruction, Y/N: " NO ADVANCING.                   261004MA
104800     ACCEPT WS-MENU-PICK FREE.                                    261004MA
104900     IF WS-MENU-PICK NOT = "Y"                                    261004MA
105000        DISPLAY "RETSCHD: nothing signed off."                    261004MA
105100        GO TO S1600-EXIT.                                         261004MA
105200     MOVE 1                    TO PD-INDEX.                       261004MA
105300 S1610-NEXT.                                                      261004MA
105400     IF PD-INDEX > PD-COUNT                                       261004MA
105500        GO TO S1600-EXIT.                                         261004MA
105600     PERFORM S2000-SIGN-ONE THRU S2000-EXIT.                      261004MA
105700     ADD 1                     TO PD-INDEX.                       261004MA
105800     GO TO S1610-NEXT.                                            261004MA
105900 S1600-EXIT.  EXIT.                                               261004MA
106000*                                                                 261004MA
106100*S2000-SIGN-ONE signs off PD-INDEX's file, unless it is           261004MA
106200*already signed off or is now under hold.                         261004MA
106300 S2000-SIGN-ONE.                                                  261004MA
106400     PERFORM E9300-FIND-APPROVAL THRU E9300-EXIT.                 261004MA
106500     IF AP-INDEX > 0                                              261004MA
106600        DISPLAY "RETSCHD: " PD-FILE-NAME(PD-INDEX)                261004MA
106700                " is already signed off."                         261004MA
106800        GO TO S2000-EXIT.                                         261004MA
106900     MOVE PD-FILE-NAME(PD-INDEX) TO HQ-FILE-NAME.                 261004MA
107000     CALL "HOLDCHK" USING WS-HOLD-REQUEST.                        261004MA
107100     IF RETURN-CODE NOT = 0                                       261004MA
107200        DISPLAY "RETSCHD: " PD-FILE-NAME(PD-INDEX)                261004MA
107300                " is under legal hold " HQ-REFERENCE              261004MA
107400                " -- it may not be signed off."                   261004MA
107500        GO TO S2000-EXIT.                                         261004MA
107600     IF AP-COUNT >= MAX-AP-ENTRIES                                261004MA
107700        DISPLAY "RETSCHD: sign-off table full"                    261004MA
107800        GO TO S2000-EXIT.                                         261004MA
107900     ADD 1                     TO AP-COUNT.                       261004MA
108000     MOVE PD-FILE-NAME(PD-INDEX)   TO AP-FILE-NAME(AP-COUNT).     261004MA
108100     MOVE PD-CLASS(PD-INDEX)       TO AP-CLASS(AP-COUNT).         261004MA
108200     MOVE PD-RETAIN-DAYS(PD-INDEX) TO AP-RETAIN-DAYS(AP-COUNT).   261004MA
108300     MOVE PD-START-DATE(PD-INDEX)  TO AP-START-DATE(AP-COUNT).    261004MA
108400     MOVE PD-DUE-DATE(PD-INDEX)    TO AP-DUE-DATE(AP-COUNT).      261004MA
108500     MOVE WS-OPERATOR              TO AP-SIGNED-BY(AP-COUNT).     261004MA
108600     MOVE WS-TODAY                 TO AP-SIGNED-DATE(AP-COUNT).   261004MA
108700     MOVE "Y"                  TO WS-CHANGED-SW.                  261004MA
108800     MOVE "SIGNOF"             TO AR-EVENT.                       261004MA
108900     MOVE "OK"                 TO AR-OUTCOME.                     261004MA
109000     MOVE PD-FILE-NAME(PD-INDEX) TO AR-PARM-1.                    261004MA
109100     MOVE PD-CLASS(PD-INDEX)   TO AR-PARM-2.                      261004MA
109200     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.               261004MA
109300     DISPLAY "RETSCHD: " PD-FILE-NAME(PD-INDEX)                   261004MA
109400             " signed off.".                                      261004MA
109500 S2000-EXIT.  EXIT.                                               261004MA
109600*                                                                 261004MA
109700 S1900-SAVE.                                                      261004MA
109800     IF WS-CHANGED-SW NOT = "Y"                                   261004MA
109900        DISPLAY "RETSCHD: no sign-offs made -- RETAPPR not "      261004MA
110000                "rewritten"                                       261004MA
110100        GO TO S1900-EXIT.                                         261004MA
110200     OPEN OUTPUT APPRFIL.                                         261004MA
110300     IF CC <> 0                                                   261004MA
110400        DISPLAY "RETSCHD: cannot write RETAPPR -- this "          261004MA
110500                "session's sign-offs are lost"                    261004MA
110600        GO TO S1900-EXIT                                          261004MA
110700     END-IF.                                                      261004MA
110800     MOVE 1                    TO AP-INDEX.                       261004MA
110900 S1910-NEXT.                                                      261004MA
111000     IF AP-INDEX > AP-COUNT                                       261004MA
111100        GO TO S1990-DONE.                                         261004MA
111200     MOVE SPACES               TO APPR-RECORD.                    261004MA
111300     MOVE AP-FILE-NAME(AP-INDEX)   TO APR-FILE-NAME.              261004MA
111400     MOVE AP-CLASS(AP-INDEX)       TO APR-CLASS.                  261004MA
111500     MOVE AP-RETAIN-DAYS(AP-INDEX) TO APR-RETAIN-DAYS.            261004MA
111600     MOVE AP-START-DATE(AP-INDEX)  TO APR-START-DATE.             261004MA
111700     MOVE AP-DUE-DATE(AP-INDEX)    TO APR-DUE-DATE.               261004MA
111800     MOVE AP-SIGNED-BY(AP-INDEX)   TO APR-SIGNED-BY.              261004MA
111900     MOVE AP-SIGNED-DATE(AP-INDEX) TO APR-SIGNED-DATE.            261004MA
112000     WRITE APPR-RECORD.                                           261004MA
112100     ADD 1                     TO AP-INDEX.                       261004MA
112200     GO TO S1910-NEXT.                                            261004MA
112300 S1990-DONE.                                                      261004MA
112400     CLOSE APPRFIL.                                               261004MA
112500     MOVE AP-COUNT             TO ED-LIST-NO.                     261004MA
112600     DISPLAY "RETSCHD: " ED-LIST-NO " file(s) signed off for "    261004MA
112700             "the next batch window.".                            261004MA
112800 S1900-EXIT.  EXIT.                                               261004MA
112900*                                                                 261004MA
113000*E1000-PARSE-STAMP reduces the DATELINE stamp in TS-WORK --       261004MA
113100*"FRI, AUG 22, 2026, 11:59 PM" -- to a numeric date.              261004MA
113200 E1000-PARSE-STAMP.                                               261004MA
113300     MOVE "N"                  TO TS-GOOD-SW.                     261004MA
113400     MOVE 0                    TO TS-DATE-NUM.                    261004MA
113500     MOVE SPACES               TO TS-DAYNAME TS-MONTH-DAY         261004MA
113600                                  TS-YEAR-X TS-TIME.              261004MA
113700     UNSTRING TS-WORK DELIMITED BY ", "                           261004MA
113800        INTO TS-DAYNAME, TS-MONTH-DAY, TS-YEAR-X, TS-TIME.        261004MA
113900     MOVE SPACES               TO TS-MON-X TS-DD-X.               261004MA
114000     UNSTRING TS-MONTH-DAY DELIMITED BY ALL " "                   261004MA
114100        INTO TS-MON-X, TS-DD-X.                                   261004MA
114200     IF TS-DD-X(2:1) = SPACE                                      261004MA
114300        MOVE TS-DD-X(1:1)      TO TS-DD-X(2:1)                    261004MA
114400        MOVE "0"               TO TS-DD-X(1:1)                    261004MA
114500     END-IF.                                                      261004MA
114600     MOVE 0                    TO TS-MONTH.                       261004MA
114700     MOVE 1                    TO MO-INDEX.                       261004MA
114800 E1000-HUNT.                                                      261004MA
114900     IF MO-INDEX > 12                                             261004MA
115000        GO TO E1000-EDIT.                                         261004MA
115100     IF MONTH-LIST((MO-INDEX * 3) - 2:3) = TS-MON-X               261004MA
115200        MOVE MO-INDEX          TO TS-MONTH                        261004MA
115300        GO TO E1000-EDIT.                                         261004MA
115400     ADD 1                     TO MO-INDEX.                       261004MA
115500     GO TO E1000-HUNT.                                            261004MA
115600 E1000-EDIT.                                                      261004MA
115700     IF TS-MONTH = 0                                              261004MA
115800        GO TO E1000-EXIT.                                         261004MA
115900     IF TS-YEAR-X(1:4) IS NOT NUMERIC                             261004MA
116000        GO TO E1000-EXIT.                                         261004MA
116100     IF TS-DD-X IS NOT NUMERIC                                    261004MA
116200        GO TO E1000-EXIT.                                         261004MA
116300     MOVE TS-YEAR-X(1:4)       TO TS-YEAR.                        261004MA
116400     MOVE TS-DD-X              TO TS-DAY.                         261004MA
116500     COMPUTE TS-DATE-NUM =                                        261004MA
116600         (TS-YEAR * 10000) + (TS-MONTH * 100) + TS-DAY.           261004MA
116700     MOVE "Y"                  TO TS-GOOD-SW.                     261004MA
116800 E1000-EXIT.  EXIT.                                               261004MA
116900*                                                                 261004MA
117000*E1200-DAY-NUMBER turns the YYYYMMDD date in WS-DN-DATE into a    261004MA
117100*running day count in WS-DN-DAYS (day 1 is 1 January of year      261004MA
117200*1).  A date that is not a date counts as day zero.               261004MA
117300 E1200-DAY-NUMBER.                                                261004MA
117400     MOVE 0                    TO WS-DN-DAYS.                     261004MA
117500     IF WS-DN-DATE IS NOT NUMERIC                                 261004MA
117600        GO TO E1200-EXIT.                                         261004MA
117700     IF WS-DN-YEAR = 0 OR WS-DN-MONTH < 1 OR WS-DN-MONTH > 12     261004MA
117800        GO TO E1200-EXIT.                                         261004MA
117900     COMPUTE WS-DN-PRIOR = WS-DN-YEAR - 1.                        261004MA
118000     DIVIDE WS-DN-PRIOR BY 4   GIVING WS-DN-Q4.                   261004MA
118100     DIVIDE WS-DN-PRIOR BY 100 GIVING WS-DN-Q100.                 261004MA
118200     DIVIDE WS-DN-PRIOR BY 400 GIVING WS-DN-Q400.                 261004MA
118300     COMPUTE WS-DN-DAYS = (WS-DN-PRIOR * 365)                     261004MA
118400         + WS-DN-Q4 - WS-DN-Q100 + WS-DN-Q400                     261004MA
118500         + MS-DAYS(WS-DN-MONTH) + WS-DN-DAY.                      261004MA
118600     IF WS-DN-MONTH > 2                                           261004MA
118700        IF FUNCTION MOD(WS-DN-YEAR, 4) = 0                        261004MA
118800           AND (FUNCTION MOD(WS-DN-YEAR, 100) NOT = 0             261004MA
118900                OR FUNCTION MOD(WS-DN-YEAR, 400) = 0)             261004MA
119000           ADD 1               TO WS-DN-DAYS                      261004MA
119100        END-IF                                                    261004MA
119200     END-IF.                                                      261004MA
119300 E1200-EXIT.  EXIT.                                               261004MA
119400*                                                                 261004MA
119500*E1300-DAYS-TO-DATE turns the day count in WS-DD-TARGET back      261004MA
119600*into a YYYYMMDD date in WS-DN-DATE: estimate the year, walk it   261004MA
119700*until the target falls inside it, then find the month.           261004MA
119800 E1300-DAYS-TO-DATE.                                              261004MA
119900     COMPUTE WS-DD-YEAR = ((WS-DD-TARGET - 1) * 400) / 146097.    261004MA
120000     ADD 1                     TO WS-DD-YEAR.                     261004MA
120100 E1310-YEAR-LOW.                                                  261004MA
120200     COMPUTE WS-DN-DATE = (WS-DD-YEAR * 10000) + 101.             261004MA
120300     PERFORM E1200-DAY-NUMBER THRU E1200-EXIT.                    261004MA
120400     IF WS-DN-DAYS > WS-DD-TARGET                                 261004MA
120500        SUBTRACT 1 FROM WS-DD-YEAR                                261004MA
120600        GO TO E1310-YEAR-LOW.                                     261004MA
120700 E1320-YEAR-HIGH.                                                 261004MA
120800     COMPUTE WS-DN-DATE = ((WS-DD-YEAR + 1) * 10000) + 101.       261004MA
120900     PERFORM E1200-DAY-NUMBER THRU E1200-EXIT.                    261004MA
121000     IF WS-DN-DAYS NOT > WS-DD-TARGET                             261004MA
121100        ADD 1                  TO WS-DD-YEAR                      261004MA
121200        GO TO E1320-YEAR-HIGH.                                    261004MA
121300     MOVE 12                   TO WS-DD-MONTH.                    261004MA
121400 E1330-MONTH.                                                     261004MA
121500     COMPUTE WS-DN-DATE =                                         261004MA
121600         (WS-DD-YEAR * 10000) + (WS-DD-MONTH * 100) + 1.          261004MA
121700     PERFORM E1200-DAY-NUMBER THRU E1200-EXIT.                    261004MA
121800     IF WS-DN-DAYS > WS-DD-TARGET                                 261004MA
121900        SUBTRACT 1 FROM WS-DD-MONTH                               261004MA
122000        GO TO E1330-MONTH.                                        261004MA
122100     COMPUTE WS-DN-DATE = (WS-DD-YEAR * 10000)                    261004MA
122200         + (WS-DD-MONTH * 100) + 1 + WS-DD-TARGET - WS-DN-DAYS.   261004MA
122300 E1300-EXIT.  EXIT.                                               261004MA
122400*                                                                 261004MA
122500*E9100-PICK-ENTRY takes an entry number, as in CTLMAINT.          261004MA
122600 E9100-PICK-ENTRY.                                                261004MA
122700     MOVE 0                    TO WS-ENTRY-NO.                    261004MA
122800     DISPLAY "Entry number: " NO ADVANCING.                       261004MA
122900     ACCEPT WS-ENTRY-X FREE.                                      261004MA
123000     MOVE SPACES               TO WS-NUM-IN.                      261004MA
123100     MOVE WS-ENTRY-X           TO WS-NUM-IN(1:4).                 261004MA
123200     PERFORM E9200-PARSE-NUMBER THRU E9200-EXIT.                  261004MA
123300     IF NUMBER-GOOD                                               261004MA
123400        MOVE WS-NUM-VAL        TO WS-ENTRY-NO                     261004MA
123500     END-IF.                                                      261004MA
123600     MOVE SPACES               TO WS-ENTRY-X.                     261004MA
123700 E9100-EXIT.  EXIT.                                               261004MA
123800*                                                                 261004MA
123900*E9200-PARSE-NUMBER turns the leading digits of WS-NUM-IN into    261004MA
124000*WS-NUM-VAL; anything other than digits then blanks is bad.       261004MA
124100 E9200-PARSE-NUMBER.                                              261004MA
124200     MOVE "N"                  TO WS-NUM-OK-SW.                   261004MA
124300     MOVE 0                    TO WS-NUM-VAL.                     261004MA
124400     MOVE 1                    TO WS-NUM-PTR.                     261004MA
124500 E9200-DIGIT.                                                     261004MA
124600     IF WS-NUM-PTR > 9                                            261004MA
124700        GO TO E9200-CHECK.                                        261004MA
124800     MOVE WS-NUM-IN(WS-NUM-PTR:1) TO WS-DIGIT-X.                  261004MA
124900     IF WS-DIGIT-X = SPACE                                        261004MA
125000        GO TO E9200-CHECK.                                        261004MA
125100     IF WS-DIGIT-X IS NOT NUMERIC                                 261004MA
125200        GO TO E9200-EXIT.                                         261004MA
125300     COMPUTE WS-NUM-VAL = (WS-NUM-VAL * 10) + WS-DIGIT-9.         261004MA
125400     ADD 1                     TO WS-NUM-PTR.                     261004MA
125500     GO TO E9200-DIGIT.                                           261004MA
125600 E9200-CHECK.                                                     261004MA
125700     IF WS-NUM-PTR = 1                                            261004MA
125800        GO TO E9200-EXIT.                                         261004MA
125900     IF WS-NUM-PTR > 9                                            261004MA
126000        MOVE "Y"               TO WS-NUM-OK-SW                    261004MA
126100        GO TO E9200-EXIT.                                         261004MA
126200     IF WS-NUM-IN(WS-NUM-PTR:) = SPACES                           261004MA
126300        MOVE "Y"               TO WS-NUM-OK-SW.                   261004MA
126400 E9200-EXIT.  EXIT.                                               261004MA
126500*                                                                 261004MA
126600*E9300-FIND-APPROVAL finds PD-INDEX's file among the sign-offs;   261004MA
126700*AP-INDEX is zero when it is not signed off.                      261004MA
126800 E9300-FIND-APPROVAL.                                             261004MA
126900     MOVE 1                    TO AP-INDEX.                       261004MA
127000 E9310-HUNT.                                                      261004MA
127100     IF AP-INDEX > AP-COUNT                                       261004MA
127200        MOVE 0                 TO AP-INDEX                        261004MA
127300        GO TO E9300-EXIT.                                         261004MA
127400     IF AP-FILE-NAME(AP-INDEX) = PD-FILE-NAME(PD-INDEX)           261004MA
127500        GO TO E9300-EXIT.                                         261004MA
127600     ADD 1                     TO AP-INDEX.                       261004MA
127700     GO TO E9310-HUNT.                                            261004MA
127800 E9300-EXIT.  EXIT.                                               261004MA
127900*                                                                 261004MA
128000*B9500-LOG-AUDIT-EVENT appends one record to the shared           261004MA
128100*CLAUDIT file through AUDLOG.                                     261004MA
128200 B9500-LOG-AUDIT-EVENT.                                           261004MA
128300     CALL "AUDLOG" USING WS-AUDIT-REQUEST.                        261004MA
128400     IF RETURN-CODE NOT = 0                                       261004MA
128500        DISPLAY "RETSCHD: audit log entry not recorded"           261004MA
128600     END-IF.                                                      261004MA
128700 B9500-EXIT.  EXIT.                                               261004MA
128800*                                                                 261004MA
128900*B9600-TAKE-APPR-LOCK holds RETAPPR.  The stream waits for a      261004MA
129000*sign-off session to finish; a second sign-off session is told    261004MA
129100*who is signing and stops.                                        261004MA
129200 B9600-TAKE-APPR-LOCK.                                            261004MA
129300     MOVE "L"                  TO LK-ACTION.                      261004MA
129400     IF WS-RUN-INFO NOT = SPACES                                  261004MA
129500        MOVE "Y"               TO LK-WAIT-SW                      261004MA
129600     ELSE                                                         261004MA
129700        MOVE "N"               TO LK-WAIT-SW                      261004MA
129800     END-IF.                                                      261004MA
129900     CALL "RUNLOCK" USING WS-LOCK-REQUEST.                        261004MA
130000     IF RETURN-CODE NOT = 0                                       261004MA
130100        DISPLAY "RETSCHD: RETAPPR is in use by "                  261004MA
130200                LK-HOLDER-PROGRAM " (" LK-HOLDER-OPERATOR         261004MA
130300                ") since " LK-HOLDER-STAMP                        261004MA
130400        IF WS-RUN-INFO NOT = SPACES                               261004MA
130500           MOVE "FINISH"       TO AR-EVENT                        261004MA
130600           MOVE "FAIL"         TO AR-OUTCOME                      261004MA
130700           PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT          261004MA
130800        END-IF                                                    261004MA
130900        MOVE 16                TO RETURN-CODE                     261004MA
131000        STOP RUN                                                  261004MA
131100     END-IF.                                                      261004MA
131200 B9600-EXIT.  EXIT.                                               261004MA
131300*                                                                 261004MA
131400 B9700-FREE-APPR-LOCK.                                            261004MA
131500     MOVE "U"                  TO LK-ACTION.                      261004MA
131600     CALL "RUNLOCK" USING WS-LOCK-REQUEST.                        261004MA
131700 B9700-EXIT.  EXIT.                                               261004MA
131800 END PROGRAM RETSCHD.                                             261004MA
