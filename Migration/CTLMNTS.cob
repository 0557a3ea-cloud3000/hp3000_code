003120* 260902MA  ADDED MAINTENANCE OF THE BATCAL BATCH-WINDOW          260902MA
003140*            CALENDAR (WINDOW HOURS, SKIP DATES, FREEZES)         260902MA
003160*            READ BY STEPCHK AND CALCHK.                          260902MA
003165* 261004MA  ADDED THE RETENTION REGISTERS RETSCHD BUILDS CLNCTL   261004MA
003170*            FROM -- RETCLS FILE CLASSES AND RETINV FILES UNDER   261004MA
003175*            RETENTION -- AND THE LEGHOLD LEGAL-HOLD LIST, WITH   261004MA
003180*            EVERY HOLD PLACED OR RELEASED LOGGED TO CLAUDIT.     261004MA
003182* 261008MA  ADDED MAINTENANCE OF THE RPTDIST REPORT               261008MA
003184*            DISTRIBUTION LIST RPTDLVR DELIVERS THE NIGHTLY       261008MA
003186*            REPORTS FROM -- WHO GETS EACH REPORT, AND BY         261008MA
003188*            PRINT, SHARED-GROUP COPY OR MAIL.                    261008MA
003190* 261011MA  ADDED MAINTENANCE OF THE FLDGLOS FIELD GLOSSARY --    261011MA
003192*            WHAT EACH COPYLIB FIELD MEANS, ITS VALID VALUES AND  261011MA
003194*            OWNING DEPARTMENT -- SHOWN BY CPYLAYT AND FLDXREF.   261011MA
003195* 261012MA  ADDED SUPERVISOR-ONLY MAINTENANCE OF THE OPRAUTH      261012MA
003196*            OPERATOR AUTHORIZATION FILE AUTHCHK READS FOR        261012MA
003197*            CLEANDSK, SNAPREST AND AUDARCH, EVERY GRANT AND      261012MA
003198*            REVOKE LOGGED TO CLAUDIT.                            261012MA
003200*-----------------------------------------------------------------260822MA
003300*                                                                 260822MA
003400 ENVIRONMENT DIVISION.                                            260822MA
004600     SELECT HTMFILE  ASSIGN TO DUMMY USING WS-HTM-NAME.           260822MA
004610*The batch-window calendar STEPCHK and CALCHK read.               260902MA
004620     SELECT CALFILE  ASSIGN TO DUMMY USING WS-CAL-NAME.           260902MA
004630*The retention classes and retention inventory RETSCHD reads,     261004MA
004640*and the legal-hold list HOLDCHK reads.                           261004MA
004650     SELECT RCLFILE  ASSIGN TO DUMMY USING WS-RCL-NAME.           261004MA
004660     SELECT RIVFILE  ASSIGN TO DUMMY USING WS-RIV-NAME.           261004MA
004670     SELECT LGHFILE  ASSIGN TO DUMMY USING WS-LGH-NAME.           261004MA
004680*The report distribution list RPTDLVR reads.                      261008MA
004690     SELECT DSTFILE  ASSIGN TO DUMMY USING WS-DST-NAME.           261008MA
004692*The field glossary CPYLAYT, FLDXREF and GLOSCOV read.            261011MA
004694     SELECT GLSFILE  ASSIGN TO DUMMY USING WS-GLS-NAME.           261011MA
004695*The operator authorization file AUTHCHK reads -- always          261012MA
004696*OPRAUTH, since a grant anywhere else would authorize nothing.    261012MA
004697     SELECT AUTFILE  ASSIGN TO "OPRAUTH,,,,500".                  261012MA
004700*                                                                 260822MA
004800 DATA DIVISION.                                                   260822MA
004900 FILE SECTION.                                                    260822MA
006886     03  CAL-DATE-FROM         PIC 9(08).                         260902MA
006888     03  CAL-DATE-TO           PIC 9(08).                         260902MA
006900*                                                                 260822MA
006901*One retention class per record (see RETSCHDS CLSFILE).           261004MA
006902 FD  RCLFILE DATA RECORD IS RCL-RECORD                            261004MA
006903     RECORD CONTAINS 80 CHARACTERS.                               261004MA
006904 01  RCL-RECORD.                                                  261004MA
006905     03  RCL-CLASS             PIC X(08).                         261004MA
006906     03  RCL-DESC              PIC X(30).                         261004MA
006907     03  RCL-RETAIN-DAYS       PIC 9(05).                         261004MA
006908     03  RCL-FILL-PATTERN      PIC X(01).                         261004MA
006909     03  RCL-BACKUP-SW         PIC X(01).                         261004MA
006910     03  RCL-BACKUP-GROUP      PIC X(17).                         261004MA
006911     03  RCL-CKP-INTERVAL      PIC 9(09).                         261004MA
006912     03  RCL-VERIFY-SW         PIC X(01).                         261004MA
006913     03  FILLER                PIC X(08).                         261004MA
006914*                                                                 261004MA
006915*One file under retention per record (see RETSCHDS INVFILE).      261004MA
006916 FD  RIVFILE DATA RECORD IS RIV-RECORD                            261004MA
006917     RECORD CONTAINS 60 CHARACTERS.                               261004MA
006918 01  RIV-RECORD.                                                  261004MA
006919     03  RIV-FILE-NAME         PIC X(34).                         261004MA
006920     03  RIV-CLASS             PIC X(08).                         261004MA
006921     03  RIV-TARGET-COUNT      PIC 9(09).                         261004MA
006922     03  RIV-START-DATE        PIC 9(08).                         261004MA
006923     03  FILLER                PIC X(01).                         261004MA
006924*                                                                 261004MA
006925*One legal hold per record (see HOLDCHKS HOLDFIL).                261004MA
006926 FD  LGHFILE DATA RECORD IS LGH-RECORD                            261004MA
006927     RECORD CONTAINS 80 CHARACTERS.                               261004MA
006928 01  LGH-RECORD.                                                  261004MA
006929     03  LGH-FILE-NAME         PIC X(34).                         261004MA
006930     03  LGH-REFERENCE         PIC X(12).                         261004MA
006931     03  LGH-PLACED-BY         PIC X(08).                         261004MA
006932     03  LGH-PLACED-DATE       PIC 9(08).                         261004MA
006933     03  LGH-REASON            PIC X(18).                         261004MA
006934*                                                                 261004MA
006935*One report delivery per record (see RPTDLVRS DSTFILE).           261008MA
006936 FD  DSTFILE DATA RECORD IS DST-RECORD                            261008MA
006937     RECORD CONTAINS 100 CHARACTERS.                              261008MA
006938 01  DST-RECORD.                                                  261008MA
006939     03  DST-REPORT            PIC X(26).                         261008MA
006940     03  DST-RECIPIENT         PIC X(10).                         261008MA
006941     03  DST-METHOD            PIC X(01).                         261008MA
006942     03  DST-EMPTY-SW          PIC X(01).                         261008MA
006943     03  DST-DEST              PIC X(60).                         261008MA
006944     03  FILLER                PIC X(02).                         261008MA
006945*                                                                 261008MA
006946*One field glossary entry per record (see CPYLAYTS GLSFILE).      261011MA
006947 FD  GLSFILE DATA RECORD IS GLS-RECORD                            261011MA
006948     RECORD CONTAINS 200 CHARACTERS.                              261011MA
006949 01  GLS-RECORD.                                                  261011MA
006950     03  GLS-COPYLIB           PIC X(26).                         261011MA
006951     03  GLS-MEMBER            PIC X(08).                         261011MA
006952     03  GLS-FIELD             PIC X(30).                         261011MA
006953     03  GLS-DESC              PIC X(60).                         261011MA
006954     03  GLS-VALUES            PIC X(50).                         261011MA
006955     03  GLS-DEPT              PIC X(10).                         261011MA
006956     03  GLS-UPD-BY            PIC X(08).                         261011MA
006957     03  FILLER                PIC X(08).                         261011MA
006958*                                                                 261011MA
006959*One operator authorization grant per record (see AUTHCHKS        261012MA
006960*AUTFILE).                                                        261012MA
006961 FD  AUTFILE DATA RECORD IS AUT-RECORD                            261012MA
006962     RECORD CONTAINS 100 CHARACTERS.                              261012MA
006963 01  AUT-RECORD.                                                  261012MA
006964     03  AUT-OPERATOR          PIC X(08).                         261012MA
006965     03  AUT-PROGRAM           PIC X(08).                         261012MA
006966     03  AUT-FUNCTION          PIC X(08).                         261012MA
006967     03  AUT-FILE-PATTERN      PIC X(34).                         261012MA
006968     03  AUT-GRANTED-BY        PIC X(08).                         261012MA
006969     03  AUT-GRANT-DATE        PIC 9(08).                         261012MA
006970     03  AUT-REFERENCE         PIC X(12).                         261012MA
006971     03  FILLER                PIC X(14).                         261012MA
006972*                                                                 261012MA
007000 WORKING-STORAGE SECTION.                                         260822MA
007100*                                                                 260822MA
007200 01 WS-CLN-NAME             PIC X(34) VALUE SPACES.               260822MA
007300 01 WS-HTM-NAME             PIC X(34) VALUE SPACES.               260822MA
007310 01 WS-CAL-NAME             PIC X(34) VALUE SPACES.               260902MA
007330 01 WS-RCL-NAME             PIC X(34) VALUE SPACES.               261004MA
007350 01 WS-RIV-NAME             PIC X(34) VALUE SPACES.               261004MA
007370 01 WS-LGH-NAME             PIC X(34) VALUE SPACES.               261004MA
007380 01 WS-DST-NAME             PIC X(34) VALUE SPACES.               261008MA
007390 01 WS-GLS-NAME             PIC X(34) VALUE SPACES.               261011MA
007400 01 WS-MENU-PICK            PIC X(01) VALUE SPACES.               260822MA
007500 01 WS-FILE-PICK            PIC X(01) VALUE SPACES.               260822MA
007600 01 WS-CONFIRM              PIC X(01) VALUE SPACES.               260822MA
010800 01 ED-DEST-FILE            PIC X(254) VALUE SPACES.              260822MA
010900 01 ED-INDEX-FILE           PIC X(254) VALUE SPACES.              260822MA
011000 01 ED-LAYOUT-FILE          PIC X(254) VALUE SPACES.              260822MA
011002*                                                                 261011MA
011004*Field glossary entries, and the entry being added or changed     261011MA
011006*(the copylib goes through ED-COPYLIB).                           261011MA
011008 77 GS-COUNT                PIC S9(04) COMP VALUE 0.              261011MA
011010 77 GS-INDEX                PIC S9(04) COMP VALUE 0.              261011MA
011012 77 MAX-GS-ENTRIES          PIC S9(04) COMP VALUE 3000.           261011MA
011014 01 GLS-TABLE.                                                    261011MA
011016    03 GS-ENTRY OCCURS 3000.                                      261011MA
011018       05 GS-COPYLIB         PIC X(26).                           261011MA
011020       05 GS-MEMBER          PIC X(08).                           261011MA
011022       05 GS-FIELD           PIC X(30).                           261011MA
011024       05 GS-DESC            PIC X(60).                           261011MA
011026       05 GS-VALUES          PIC X(50).                           261011MA
011028       05 GS-DEPT            PIC X(10).                           261011MA
011030       05 GS-UPD-BY          PIC X(08).                           261011MA
011032 01 ED-GLS-MEMBER           PIC X(08) VALUE SPACES.               261011MA
011034 01 ED-GLS-FIELD            PIC X(30) VALUE SPACES.               261011MA
011036 01 ED-GLS-DESC             PIC X(60) VALUE SPACES.               261011MA
011038 01 ED-GLS-VALUES           PIC X(50) VALUE SPACES.               261011MA
011040 01 ED-GLS-DEPT             PIC X(10) VALUE SPACES.               261011MA
011042 01 WS-LIST-MEMBER          PIC X(08) VALUE SPACES.               261011MA
011044*                                                                 261012MA
011046*Operator authorization grants, the grant being made (file set    261012MA
011048*through ED-FILE-NAME, approval through ED-REFERENCE and          261012MA
011050*ED-DATE-X), and the supervisor count that keeps OPRAUTH from     261012MA
011052*ever being left with nobody able to maintain it.                 261012MA
011054 77 AU-COUNT                PIC S9(04) COMP VALUE 0.              261012MA
011056 77 AU-INDEX                PIC S9(04) COMP VALUE 0.              261012MA
011058 77 MAX-AU-ENTRIES          PIC S9(04) COMP VALUE 500.            261012MA
011060 01 AUT-TABLE.                                                    261012MA
011062    03 AU-ENTRY OCCURS 500.                                       261012MA
011064       05 AU-OPERATOR        PIC X(08).                           261012MA
011066       05 AU-PROGRAM         PIC X(08).                           261012MA
011068       05 AU-FUNCTION        PIC X(08).                           261012MA
011070       05 AU-FILE-PATTERN    PIC X(34).                           261012MA
011072       05 AU-GRANTED-BY      PIC X(08).                           261012MA
011074       05 AU-GRANT-DATE      PIC 9(08).                           261012MA
011076       05 AU-REFERENCE       PIC X(12).                           261012MA
011078 01 ED-AUT-OPERATOR         PIC X(08) VALUE SPACES.               261012MA
011080 01 ED-AUT-PROGRAM          PIC X(08) VALUE SPACES.               261012MA
011082 01 ED-AUT-FUNCTION         PIC X(08) VALUE SPACES.               261012MA
011084 01 WS-SUPER-CT             PIC S9(04) COMP VALUE 0.              261012MA
011086 01 WS-SUPER-SW             PIC X(01) VALUE "N".                  261012MA
011088    88 OPERATOR-IS-SUPER             VALUE "Y".                   261012MA
011090 01 WS-NOTIFY-REQUEST.                                            261012MA
011092    03 NF-PROGRAM-NAME      PIC X(08) VALUE "CTLMAINT".           261012MA
011094    03 NF-SEVERITY          PIC X(01) VALUE SPACES.               261012MA
011096    03 NF-MESSAGE           PIC X(60) VALUE SPACES.               261012MA
011097 01 WS-AUT-OPEN-SW          PIC X(01) VALUE "Y".                  261012MA
011098    88 OPRAUTH-UNREADABLE            VALUE "N".                   261012MA
011100*                                                                 260822MA
011200*The whole control file, held in memory while it is worked on     260822MA
011300*and rewritten when the operator leaves that file's menu.         260822MA
013688*one window rule may exist, or the readers would disagree.        260902MA
013690 01 WS-W-INDEX              PIC S9(04) COMP VALUE 0.              260902MA
013700*                                                                 260822MA
013702*Retention classes, files under retention and legal holds.        261004MA
013704 77 RC-COUNT                PIC S9(04) COMP VALUE 0.              261004MA
013706 77 RC-INDEX                PIC S9(04) COMP VALUE 0.              261004MA
013708 77 MAX-RC-ENTRIES          PIC S9(04) COMP VALUE 200.            261004MA
013710 01 RCL-TABLE.                                                    261004MA
013712    03 RC-ENTRY OCCURS 200.                                       261004MA
013714       05 RC-CLASS           PIC X(08).                           261004MA
013716       05 RC-DESC            PIC X(30).                           261004MA
013718       05 RC-RETAIN-DAYS     PIC 9(05).                           261004MA
013720       05 RC-FILL-PATTERN    PIC X(01).                           261004MA
013722       05 RC-BACKUP-SW       PIC X(01).                           261004MA
013724       05 RC-BACKUP-GROUP    PIC X(17).                           261004MA
013726       05 RC-CKP-INTERVAL    PIC 9(09).                           261004MA
013728       05 RC-VERIFY-SW       PIC X(01).                           261004MA
013730*                                                                 261004MA
013732 77 RV-COUNT                PIC S9(04) COMP VALUE 0.              261004MA
013734 77 RV-INDEX                PIC S9(04) COMP VALUE 0.              261004MA
013736 77 MAX-RV-ENTRIES          PIC S9(04) COMP VALUE 2000.           261004MA
013738 01 RIV-TABLE.                                                    261004MA
013740    03 RV-ENTRY OCCURS 2000.                                      261004MA
013742       05 RV-FILE-NAME       PIC X(34).                           261004MA
013744       05 RV-CLASS           PIC X(08).                           261004MA
013746       05 RV-TARGET-COUNT    PIC 9(09).                           261004MA
013748       05 RV-START-DATE      PIC 9(08).                           261004MA
013750*                                                                 261004MA
013752 77 LG-COUNT                PIC S9(04) COMP VALUE 0.              261004MA
013754 77 LG-INDEX                PIC S9(04) COMP VALUE 0.              261004MA
013756 77 MAX-LG-ENTRIES          PIC S9(04) COMP VALUE 500.            261004MA
013758 01 LGH-TABLE.                                                    261004MA
013760    03 LG-ENTRY OCCURS 500.                                       261004MA
013762       05 LG-FILE-NAME       PIC X(34).                           261004MA
013764       05 LG-REFERENCE       PIC X(12).                           261004MA
013766       05 LG-PLACED-BY       PIC X(08).                           261004MA
013768       05 LG-PLACED-DATE     PIC 9(08).                           261004MA
013770       05 LG-REASON          PIC X(18).                           261004MA
013772*                                                                 261004MA
013773*Report distribution rows, and the row being added or changed.    261008MA
013774 77 DS-COUNT                PIC S9(04) COMP VALUE 0.              261008MA
013775 77 DS-INDEX                PIC S9(04) COMP VALUE 0.              261008MA
013776 77 MAX-DS-ENTRIES          PIC S9(04) COMP VALUE 200.            261008MA
013777 01 DST-TABLE.                                                    261008MA
013778    03 DS-ENTRY OCCURS 200.                                       261008MA
013779       05 DS-REPORT          PIC X(26).                           261008MA
013780       05 DS-RECIPIENT       PIC X(10).                           261008MA
013781       05 DS-METHOD          PIC X(01).                           261008MA
013782       05 DS-EMPTY-SW        PIC X(01).                           261008MA
013783       05 DS-DEST            PIC X(60).                           261008MA
013784 01 ED-REPORT               PIC X(26) VALUE SPACES.               261008MA
013785 01 ED-RECIPIENT            PIC X(10) VALUE SPACES.               261008MA
013786 01 ED-METHOD               PIC X(01) VALUE SPACES.               261008MA
013787 01 ED-EMPTY-SW             PIC X(01) VALUE SPACES.               261008MA
013788 01 ED-DEST                 PIC X(60) VALUE SPACES.               261008MA
013789 01 WS-DST-TALLY            PIC S9(04) COMP VALUE 0.              261008MA
013790*                                                                 261008MA
013800 01 ED-LIST-NO              PIC ZZZ9.                             260822MA
013820*Free-form numeric input arrives left-justified; E9200 walks      260822MA
013830*its leading digits into a value instead of zero-filling.         260822MA
013892 01 WS-DIGIT-9 REDEFINES WS-DIGIT-X                               260822MA
013894                            PIC 9(01).                            260822MA
013900*                                                                 260822MA
013905*Retention or hold entry being added or changed.                  261004MA
013910 01 ED-CLASS                PIC X(08) VALUE SPACES.               261004MA
013915 01 ED-DESC                 PIC X(30) VALUE SPACES.               261004MA
013920 01 ED-DAYS-X               PIC X(09) VALUE SPACES.               261004MA
013925 01 ED-RETAIN-DAYS          PIC 9(05) VALUE 0.                    261004MA
013930 01 ED-BACKUP-GROUP         PIC X(17) VALUE SPACES.               261004MA
013935 01 ED-START-DATE           PIC 9(08) VALUE 0.                    261004MA
013940 01 ED-REFERENCE            PIC X(12) VALUE SPACES.               261004MA
013945 01 ED-REASON               PIC X(18) VALUE SPACES.               261004MA
013950*Whoever places or releases a hold is named in CLAUDIT.           261004MA
013955 01 WS-OPERATOR             PIC X(08) VALUE SPACES.               261004MA
013960 01 WS-AUDIT-REQUEST.                                             261004MA
013965    03 AR-PROGRAM-NAME      PIC X(08) VALUE "CTLMAINT".           261004MA
013970    03 AR-OPERATOR          PIC X(08) VALUE SPACES.               261004MA
013975    03 AR-EVENT             PIC X(06) VALUE SPACES.               261004MA
013980    03 AR-OUTCOME           PIC X(08) VALUE SPACES.               261004MA
013985    03 AR-PARM-1            PIC X(26) VALUE SPACES.               261004MA
013990    03 AR-PARM-2            PIC X(10) VALUE SPACES.               261004MA
013995*                                                                 261004MA
014000*=================================================================260822MA
014100*Main logical flow                                                260822MA
014200*=================================================================260822MA
014600 A0100-MAIN-MENU.                                                 260822MA
014700     DISPLAY " ".                                                 260822MA
014800     DISPLAY "Maintain which control file?".                      260822MA
014850     DISPLAY "  1 = CLNCTL  (CLEANDSK wipe list -- RETSCHD "      261004MA
014900             "rebuilds it nightly)".                              261004MA
015000     DISPLAY "  2 = HTMLCTL (CL2HTML conversion list)".           260822MA
015050     DISPLAY "  3 = BATCAL  (batch window calendar)".             260902MA
015060     DISPLAY "  4 = RETCLS  (retention classes)".                 261004MA
015070     DISPLAY "  5 = RETINV  (files under retention)".             261004MA
015080     DISPLAY "  6 = LEGHOLD (legal holds)".                       261004MA
015090     DISPLAY "  7 = RPTDIST (report distribution list)".          261008MA
015095     DISPLAY "  8 = FLDGLOS (field glossary)".                    261011MA
015096     DISPLAY "  9 = OPRAUTH (operator authorization -- "          261012MA
015097             "supervisors only)".                                 261012MA
015100     DISPLAY "  X = exit".                                        260822MA
015200     DISPLAY "Choice: " NO ADVANCING.                             260822MA
015300     ACCEPT WS-MENU-PICK FREE.                                    260822MA
015910     IF WS-MENU-PICK = "3"                                        260902MA
015920        PERFORM B3000-CAL-MAINT THRU B3000-EXIT                   260902MA
015930        GO TO A0100-MAIN-MENU.                                    260902MA
015935     IF WS-MENU-PICK = "4"                                        261004MA
015940        PERFORM B4000-RCL-MAINT THRU B4000-EXIT                   261004MA
015945        GO TO A0100-MAIN-MENU.                                    261004MA
015950     IF WS-MENU-PICK = "5"                                        261004MA
015955        PERFORM B5000-RIV-MAINT THRU B5000-EXIT                   261004MA
015960        GO TO A0100-MAIN-MENU.                                    261004MA
015965     IF WS-MENU-PICK = "6"                                        261004MA
015970        PERFORM B6000-LGH-MAINT THRU B6000-EXIT                   261004MA
015975        GO TO A0100-MAIN-MENU.                                    261004MA
015980     IF WS-MENU-PICK = "7"                                        261008MA
015985        PERFORM B7000-DST-MAINT THRU B7000-EXIT                   261008MA
015990        GO TO A0100-MAIN-MENU.                                    261008MA
015992     IF WS-MENU-PICK = "8"                                        261011MA
015994        PERFORM B8000-GLS-MAINT THRU B8000-EXIT                   261011MA
015996        GO TO A0100-MAIN-MENU.                                    261011MA
015997     IF WS-MENU-PICK = "9"                                        261012MA
015998        PERFORM B9000-AUT-MAINT THRU B9000-EXIT                   261012MA
015999        GO TO A0100-MAIN-MENU.                                    261012MA
016000     IF WS-MENU-PICK = "X" OR WS-MENU-PICK = "x"                  260822MA
016100        DISPLAY "Normal termination of CTLMAINT run @ "           260822MA
016200                TIME-OF-DAY                                       260822MA
016300        STOP RUN.                                                 260822MA
016400     DISPLAY "Please answer 1, 2, 3, 4, 5, 6, 7, 8, 9 or X.".     261012MA
016500     GO TO A0100-MAIN-MENU.                                       260822MA
016600 A0100-EXIT.  EXIT.                                               260822MA
016700*                                                                 260822MA
070360     DISPLAY "CTLMAINT: " BC-COUNT " entries written to "         260902MA
070370             WS-CAL-NAME(1:8).                                    260902MA
070380 B3900-EXIT.  EXIT.                                               260902MA
070400*                                                                 261004MA
070410*=========================================================        261004MA
070420*RETCLS maintenance -- the retention classes RETSCHD weighs       261004MA
070430*each file under retention against.  A class says how long        261004MA
070440*its files are kept and how CLEANDSK is to destroy them.          261004MA
070450*=========================================================        261004MA
070460 B4000-RCL-MAINT.                                                 261004MA
070470     DISPLAY "Control file name (blank for RETCLS): "             261004MA
070480             NO ADVANCING.                                        261004MA
070490     ACCEPT WS-RCL-NAME FREE.                                     261004MA
070500     IF WS-RCL-NAME = SPACES                                      261004MA
070510        MOVE "RETCLS"          TO WS-RCL-NAME.                    261004MA
070520     PERFORM B4100-RCL-LOAD THRU B4100-EXIT.                      261004MA
070530 B4010-MENU.                                                      261004MA
070540     DISPLAY " ".                                                 261004MA
070550     DISPLAY "RETCLS: A=add C=change L=list D=delete "            261004MA
070560             "X=save and back".                                   261004MA
070570     DISPLAY "Choice: " NO ADVANCING.                             261004MA
070580     ACCEPT WS-FILE-PICK FREE.                                    261004MA
070590     IF WS-FILE-PICK = "A" OR WS-FILE-PICK = "a"                  261004MA
070600        PERFORM B4300-RCL-ADD THRU B4300-EXIT                     261004MA
070610        GO TO B4010-MENU.                                         261004MA
070620     IF WS-FILE-PICK = "C" OR WS-FILE-PICK = "c"                  261004MA
070630        PERFORM B4600-RCL-CHANGE THRU B4600-EXIT                  261004MA
070640        GO TO B4010-MENU.                                         261004MA
070650     IF WS-FILE-PICK = "L" OR WS-FILE-PICK = "l"                  261004MA
070660        PERFORM B4500-RCL-LIST THRU B4500-EXIT                    261004MA
070670        GO TO B4010-MENU.                                         261004MA
070680     IF WS-FILE-PICK = "D" OR WS-FILE-PICK = "d"                  261004MA
070690        PERFORM B4700-RCL-DELETE THRU B4700-EXIT                  261004MA
070700        GO TO B4010-MENU.                                         261004MA
070710     IF WS-FILE-PICK = "X" OR WS-FILE-PICK = "x"                  261004MA
070720        PERFORM B4900-RCL-SAVE THRU B4900-EXIT                    261004MA
070730        GO TO B4000-EXIT.                                         261004MA
070740     DISPLAY "Please answer A, C, L, D or X.".                    261004MA
070750     GO TO B4010-MENU.                                            261004MA
070760 B4000-EXIT.  EXIT.                                               261004MA
070770*                                                                 261004MA
070780 B4100-RCL-LOAD.                                                  261004MA
070790     MOVE 0                    TO RC-COUNT.                       261004MA
070800     OPEN INPUT RCLFILE.                                          261004MA
070810     IF CC <> 0                                                   261004MA
070820        DISPLAY "CTLMAINT: " WS-RCL-NAME(1:8)                     261004MA
070830                " not found -- starting a new one"                261004MA
070840        GO TO B4100-EXIT                                          261004MA
070850     END-IF.                                                      261004MA
070860 B4110-READ.                                                      261004MA
070870     READ RCLFILE                                                 261004MA
070880        AT END                                                    261004MA
070890           GO TO B4190-DONE.                                      261004MA
070900     IF RC-COUNT >= MAX-RC-ENTRIES                                261004MA
070910        DISPLAY "CTLMAINT: entry table full, remainder of "       261004MA
070920                "file not loaded"                                 261004MA
070930        GO TO B4190-DONE.                                         261004MA
070940     ADD 1                     TO RC-COUNT.                       261004MA
070950     MOVE RCL-CLASS            TO RC-CLASS(RC-COUNT).             261004MA
070960     MOVE RCL-DESC             TO RC-DESC(RC-COUNT).              261004MA
070970     MOVE RCL-RETAIN-DAYS      TO RC-RETAIN-DAYS(RC-COUNT).       261004MA
070980     MOVE RCL-FILL-PATTERN     TO RC-FILL-PATTERN(RC-COUNT).      261004MA
070990     MOVE RCL-BACKUP-SW        TO RC-BACKUP-SW(RC-COUNT).         261004MA
071000     MOVE RCL-BACKUP-GROUP     TO RC-BACKUP-GROUP(RC-COUNT).      261004MA
071010     MOVE RCL-CKP-INTERVAL     TO RC-CKP-INTERVAL(RC-COUNT).      261004MA
071020     MOVE RCL-VERIFY-SW        TO RC-VERIFY-SW(RC-COUNT).         261004MA
071030     GO TO B4110-READ.                                            261004MA
071040 B4190-DONE.                                                      261004MA
071050     CLOSE RCLFILE.                                               261004MA
071060     MOVE RC-COUNT             TO ED-LIST-NO.                     261004MA
071070     DISPLAY "CTLMAINT: " ED-LIST-NO " entries loaded.".          261004MA
071080 B4100-EXIT.  EXIT.                                               261004MA
071090*                                                                 261004MA
071100 B4300-RCL-ADD.                                                   261004MA
071110     IF RC-COUNT >= MAX-RC-ENTRIES                                261004MA
071120        DISPLAY "CTLMAINT: entry table full"                      261004MA
071130        GO TO B4300-EXIT.                                         261004MA
071140     MOVE 0                    TO WS-ENTRY-NO.                    261004MA
071150     PERFORM B4400-RCL-PROMPT THRU B4400-EXIT.                    261004MA
071160     IF NOT EDIT-ACCEPTED                                         261004MA
071170        GO TO B4300-EXIT.                                         261004MA
071180     ADD 1                     TO RC-COUNT.                       261004MA
071190     MOVE RC-COUNT             TO RC-INDEX.                       261004MA
071200     PERFORM B4450-RCL-STORE THRU B4450-EXIT.                     261004MA
071210     DISPLAY "CTLMAINT: entry added.".                            261004MA
071220 B4300-EXIT.  EXIT.                                               261004MA
071230*                                                                 261004MA
071240*B4400-RCL-PROMPT collects and validates one retention class.     261004MA
071250*Each field re-prompts until it passes its edit; a lone "/" in    261004MA
071260*the class abandons the entry.  A class name may appear only      261004MA
071270*once -- WS-ENTRY-NO is the entry being changed, zero on add.     261004MA
071280 B4400-RCL-PROMPT.                                                261004MA
071290     MOVE "N"                  TO WS-EDIT-OK-SW.                  261004MA
071300 B4410-CLASS.                                                     261004MA
071310     DISPLAY "Retention class (/ to abandon): " NO ADVANCING.     261004MA
071320     ACCEPT ED-CLASS FREE.                                        261004MA
071330     IF ED-CLASS = "/"                                            261004MA
071340        GO TO B4400-EXIT.                                         261004MA
071350     IF ED-CLASS = SPACES                                         261004MA
071360        DISPLAY "A class name is required."                       261004MA
071370        GO TO B4410-CLASS.                                        261004MA
071380     PERFORM B4460-HUNT-CLASS THRU B4460-EXIT.                    261004MA
071390     IF RC-INDEX > 0 AND RC-INDEX NOT = WS-ENTRY-NO               261004MA
071400        DISPLAY "CTLMAINT: class " ED-CLASS                       261004MA
071410                " already exists."                                261004MA
071420        GO TO B4410-CLASS.                                        261004MA
071430     DISPLAY "Description: " NO ADVANCING.                        261004MA
071440     ACCEPT ED-DESC FREE.                                         261004MA
071450 B4415-DAYS.                                                      261004MA
071460     DISPLAY "Retention period in days: " NO ADVANCING.           261004MA
071470     ACCEPT ED-DAYS-X FREE.                                       261004MA
071480     MOVE ED-DAYS-X            TO WS-NUM-IN.                      261004MA
071490     PERFORM E9200-PARSE-NUMBER THRU E9200-EXIT.                  261004MA
071500     IF NOT NUMBER-GOOD OR WS-NUM-VAL = 0 OR WS-NUM-VAL > 99999   261004MA
071510        DISPLAY "The period must be 1 to 99999 days."             261004MA
071520        MOVE SPACES            TO ED-DAYS-X                       261004MA
071530        GO TO B4415-DAYS.                                         261004MA
071540     MOVE WS-NUM-VAL           TO ED-RETAIN-DAYS.                 261004MA
071550 B4420-PATTERN.                                                   261004MA
071560     DISPLAY "Fill pattern H/L/S (HIGH/LOW/SPACE): "              261004MA
071570             NO ADVANCING.                                        261004MA
071580     ACCEPT ED-PATTERN FREE.                                      261004MA
071590     IF ED-PATTERN NOT = "H" AND NOT = "L" AND NOT = "S"          261004MA
071600        DISPLAY "The pattern must be H, L or S."                  261004MA
071610        GO TO B4420-PATTERN.                                      261004MA
071620 B4425-BACKUP.                                                    261004MA
071630     DISPLAY "Back up file before wipe, Y/N: " NO ADVANCING.      261004MA
071640     ACCEPT ED-BACKUP-SW FREE.                                    261004MA
071650     IF ED-BACKUP-SW NOT = "Y" AND NOT = "N"                      261004MA
071660        DISPLAY "Please answer Y or N."                           261004MA
071670        GO TO B4425-BACKUP.                                       261004MA
071680     MOVE SPACES               TO ED-BACKUP-GROUP.                261004MA
071690     IF ED-BACKUP-SW = "Y"                                        261004MA
071700        PERFORM B4430-BACKUP-GROUP THRU B4430-EXIT.               261004MA
071710     GO TO B4435-CKP.                                             261004MA
071720 B4430-BACKUP-GROUP.                                              261004MA
071730     DISPLAY "Backup group.account (copies keep the file "        261004MA
071740             "name): " NO ADVANCING.                              261004MA
071750     ACCEPT ED-BACKUP-GROUP FREE.                                 261004MA
071760     IF ED-BACKUP-GROUP = SPACES                                  261004MA
071770        DISPLAY "A backup group is required."                     261004MA
071780        GO TO B4430-BACKUP-GROUP.                                 261004MA
071790 B4430-EXIT.  EXIT.                                               261004MA
071800 B4435-CKP.                                                       261004MA
071810     DISPLAY "Checkpoint every N records, 0 = none: "             261004MA
071820             NO ADVANCING.                                        261004MA
071830     ACCEPT ED-CKP-X FREE.                                        261004MA
071840     MOVE ED-CKP-X             TO WS-NUM-IN.                      261004MA
071850     PERFORM E9200-PARSE-NUMBER THRU E9200-EXIT.                  261004MA
071860     IF NOT NUMBER-GOOD                                           261004MA
071870        DISPLAY "The interval must be numeric."                   261004MA
071880        MOVE SPACES            TO ED-CKP-X                        261004MA
071890        GO TO B4435-CKP.                                          261004MA
071900     MOVE WS-NUM-VAL           TO ED-CKP-INTERVAL.                261004MA
071910 B4445-VERIFY.                                                    261004MA
071920     DISPLAY "Verify wipe and write certificate, Y/N: "           261004MA
071930             NO ADVANCING.                                        261004MA
071940     ACCEPT ED-VERIFY-SW FREE.                                    261004MA
071950     IF ED-VERIFY-SW NOT = "Y" AND NOT = "N"                      261004MA
071960        DISPLAY "Please answer Y or N."                           261004MA
071970        GO TO B4445-VERIFY.                                       261004MA
071980     MOVE "Y"                  TO WS-EDIT-OK-SW.                  261004MA
071990 B4400-EXIT.  EXIT.                                               261004MA
072000*                                                                 261004MA
072010 B4450-RCL-STORE.                                                 261004MA
072020     MOVE ED-CLASS             TO RC-CLASS(RC-INDEX).             261004MA
072030     MOVE ED-DESC              TO RC-DESC(RC-INDEX).              261004MA
072040     MOVE ED-RETAIN-DAYS       TO RC-RETAIN-DAYS(RC-INDEX).       261004MA
072050     MOVE ED-PATTERN           TO RC-FILL-PATTERN(RC-INDEX).      261004MA
072060     MOVE ED-BACKUP-SW         TO RC-BACKUP-SW(RC-INDEX).         261004MA
072070     MOVE ED-BACKUP-GROUP      TO RC-BACKUP-GROUP(RC-INDEX).      261004MA
072080     MOVE ED-CKP-INTERVAL      TO RC-CKP-INTERVAL(RC-INDEX).      261004MA
072090     MOVE ED-VERIFY-SW         TO RC-VERIFY-SW(RC-INDEX).         261004MA
072100 B4450-EXIT.  EXIT.                                               261004MA
072110*                                                                 261004MA
072120*B4460-HUNT-CLASS finds ED-CLASS among the classes loaded;        261004MA
072130*RC-INDEX is zero when there is no such class.                    261004MA
072140 B4460-HUNT-CLASS.                                                261004MA
072150     MOVE 1                    TO RC-INDEX.                       261004MA
072160 B4465-HUNT.                                                      261004MA
072170     IF RC-INDEX > RC-COUNT                                       261004MA
072180        MOVE 0                 TO RC-INDEX                        261004MA
072190        GO TO B4460-EXIT.                                         261004MA
072200     IF RC-CLASS(RC-INDEX) = ED-CLASS                             261004MA
072210        GO TO B4460-EXIT.                                         261004MA
072220     ADD 1                     TO RC-INDEX.                       261004MA
072230     GO TO B4465-HUNT.                                            261004MA
072240 B4460-EXIT.  EXIT.                                               261004MA
072250*                                                                 261004MA
072260 B4500-RCL-LIST.                                                  261004MA
072270     IF RC-COUNT = 0                                              261004MA
072280        DISPLAY "CTLMAINT: no entries."                           261004MA
072290        GO TO B4500-EXIT.                                         261004MA
072300     MOVE 1                    TO RC-INDEX.                       261004MA
072310 B4510-NEXT.                                                      261004MA
072320     IF RC-INDEX > RC-COUNT                                       261004MA
072330        GO TO B4500-EXIT.                                         261004MA
072340     MOVE RC-INDEX             TO ED-LIST-NO.                     261004MA
072350     DISPLAY ED-LIST-NO ": " RC-CLASS(RC-INDEX)                   261004MA
072360             " " RC-DESC(RC-INDEX)                                261004MA
072370             " days=" RC-RETAIN-DAYS(RC-INDEX)                    261004MA
072380             " fill=" RC-FILL-PATTERN(RC-INDEX)                   261004MA
072390             " bkup=" RC-BACKUP-SW(RC-INDEX)                      261004MA
072400             " " RC-BACKUP-GROUP(RC-INDEX)                        261004MA
072410             " ckp=" RC-CKP-INTERVAL(RC-INDEX)                    261004MA
072420             " ver=" RC-VERIFY-SW(RC-INDEX).                      261004MA
072430     ADD 1                     TO RC-INDEX.                       261004MA
072440     GO TO B4510-NEXT.                                            261004MA
072450 B4500-EXIT.  EXIT.                                               261004MA
072460*                                                                 261004MA
072470 B4600-RCL-CHANGE.                                                261004MA
072480     PERFORM B4500-RCL-LIST THRU B4500-EXIT.                      261004MA
072490     IF RC-COUNT = 0                                              261004MA
072500        GO TO B4600-EXIT.                                         261004MA
072510     PERFORM E9100-PICK-ENTRY THRU E9100-EXIT.                    261004MA
072520     IF WS-ENTRY-NO = 0 OR WS-ENTRY-NO > RC-COUNT                 261004MA
072530        DISPLAY "CTLMAINT: no such entry."                        261004MA
072540        GO TO B4600-EXIT.                                         261004MA
072550     PERFORM B4400-RCL-PROMPT THRU B4400-EXIT.                    261004MA
072560     IF NOT EDIT-ACCEPTED                                         261004MA
072570        GO TO B4600-EXIT.                                         261004MA
072580     MOVE WS-ENTRY-NO          TO RC-INDEX.                       261004MA
072590     PERFORM B4450-RCL-STORE THRU B4450-EXIT.                     261004MA
072600     DISPLAY "CTLMAINT: entry changed.".                          261004MA
072610 B4600-EXIT.  EXIT.                                               261004MA
072620*                                                                 261004MA
072630 B4700-RCL-DELETE.                                                261004MA
072640     PERFORM B4500-RCL-LIST THRU B4500-EXIT.                      261004MA
072650     IF RC-COUNT = 0                                              261004MA
072660        GO TO B4700-EXIT.                                         261004MA
072670     PERFORM E9100-PICK-ENTRY THRU E9100-EXIT.                    261004MA
072680     IF WS-ENTRY-NO = 0 OR WS-ENTRY-NO > RC-COUNT                 261004MA
072690        DISPLAY "CTLMAINT: no such entry."                        261004MA
072700        GO TO B4700-EXIT.                                         261004MA
072710     DISPLAY "Delete class " RC-CLASS(WS-ENTRY-NO)                261004MA
072720             " -- files still in it will show as exceptions "     261004MA
072730             "in RETRPT, Y/N: " NO ADVANCING.                     261004MA
072740     ACCEPT WS-CONFIRM FREE.                                      261004MA
072750     IF WS-CONFIRM NOT = "Y"                                      261004MA
072760        DISPLAY "CTLMAINT: not deleted."                          261004MA
072770        GO TO B4700-EXIT.                                         261004MA
072780     MOVE WS-ENTRY-NO          TO RC-INDEX.                       261004MA
072790 B4710-SHIFT.                                                     261004MA
072800     IF RC-INDEX >= RC-COUNT                                      261004MA
072810        SUBTRACT 1 FROM RC-COUNT                                  261004MA
072820        DISPLAY "CTLMAINT: entry deleted."                        261004MA
072830        GO TO B4700-EXIT.                                         261004MA
072840     MOVE RC-ENTRY(RC-INDEX + 1) TO RC-ENTRY(RC-INDEX).           261004MA
072850     ADD 1                     TO RC-INDEX.                       261004MA
072860     GO TO B4710-SHIFT.                                           261004MA
072870 B4700-EXIT.  EXIT.                                               261004MA
072880*                                                                 261004MA
072890 B4900-RCL-SAVE.                                                  261004MA
072900     OPEN OUTPUT RCLFILE.                                         261004MA
072910     MOVE 1                    TO RC-INDEX.                       261004MA
072920 B4910-NEXT.                                                      261004MA
072930     IF RC-INDEX > RC-COUNT                                       261004MA
072940        GO TO B4990-DONE.                                         261004MA
072950     MOVE SPACES               TO RCL-RECORD.                     261004MA
072960     MOVE RC-CLASS(RC-INDEX)        TO RCL-CLASS.                 261004MA
072970     MOVE RC-DESC(RC-INDEX)         TO RCL-DESC.                  261004MA
072980     MOVE RC-RETAIN-DAYS(RC-INDEX)  TO RCL-RETAIN-DAYS.           261004MA
072990     MOVE RC-FILL-PATTERN(RC-INDEX) TO RCL-FILL-PATTERN.          261004MA
073000     MOVE RC-BACKUP-SW(RC-INDEX)    TO RCL-BACKUP-SW.             261004MA
073010     MOVE RC-BACKUP-GROUP(RC-INDEX) TO RCL-BACKUP-GROUP.          261004MA
073020     MOVE RC-CKP-INTERVAL(RC-INDEX) TO RCL-CKP-INTERVAL.          261004MA
073030     MOVE RC-VERIFY-SW(RC-INDEX)    TO RCL-VERIFY-SW.             261004MA
073040     WRITE RCL-RECORD.                                            261004MA
073050     ADD 1                     TO RC-INDEX.                       261004MA
073060     GO TO B4910-NEXT.                                            261004MA
073070 B4990-DONE.                                                      261004MA
073080     CLOSE RCLFILE.                                               261004MA
073090     MOVE RC-COUNT             TO ED-LIST-NO.                     261004MA
073100     DISPLAY "CTLMAINT: " ED-LIST-NO " entries written to "       261004MA
073110             WS-RCL-NAME(1:8).                                    261004MA
073120 B4900-EXIT.  EXIT.                                               261004MA
073130*                                                                 261004MA
073140*=========================================================        261004MA
073150*RETINV maintenance -- each file under retention, its class,      261004MA
073160*and when its retention clock started.  The classes are           261004MA
073170*loaded from RETCLS so that only a real class is accepted.        261004MA
073180*=========================================================        261004MA
073190 B5000-RIV-MAINT.                                                 261004MA
073200     DISPLAY "Control file name (blank for RETINV): "             261004MA
073210             NO ADVANCING.                                        261004MA
073220     ACCEPT WS-RIV-NAME FREE.                                     261004MA
073230     IF WS-RIV-NAME = SPACES                                      261004MA
073240        MOVE "RETINV"          TO WS-RIV-NAME.                    261004MA
073250     IF WS-RCL-NAME = SPACES                                      261004MA
073260        MOVE "RETCLS"          TO WS-RCL-NAME.                    261004MA
073270     PERFORM B4100-RCL-LOAD THRU B4100-EXIT.                      261004MA
073280     IF RC-COUNT = 0                                              261004MA
073290        DISPLAY "CTLMAINT: no retention classes in "              261004MA
073300                WS-RCL-NAME(1:8) " -- add them first (option 4)"  261004MA
073310        GO TO B5000-EXIT.                                         261004MA
073320     PERFORM B5100-RIV-LOAD THRU B5100-EXIT.                      261004MA
073330 B5010-MENU.                                                      261004MA
073340     DISPLAY " ".                                                 261004MA
073350     DISPLAY "RETINV: A=add C=change L=list D=delete "            261004MA
073360             "X=save and back".                                   261004MA
073370     DISPLAY "Choice: " NO ADVANCING.                             261004MA
073380     ACCEPT WS-FILE-PICK FREE.                                    261004MA
073390     IF WS-FILE-PICK = "A" OR WS-FILE-PICK = "a"                  261004MA
073400        PERFORM B5300-RIV-ADD THRU B5300-EXIT                     261004MA
073410        GO TO B5010-MENU.                                         261004MA
073420     IF WS-FILE-PICK = "C" OR WS-FILE-PICK = "c"                  261004MA
073430        PERFORM B5600-RIV-CHANGE THRU B5600-EXIT                  261004MA
073440        GO TO B5010-MENU.                                         261004MA
073450     IF WS-FILE-PICK = "L" OR WS-FILE-PICK = "l"                  261004MA
073460        PERFORM B5500-RIV-LIST THRU B5500-EXIT                    261004MA
073470        GO TO B5010-MENU.                                         261004MA
073480     IF WS-FILE-PICK = "D" OR WS-FILE-PICK = "d"                  261004MA
073490        PERFORM B5700-RIV-DELETE THRU B5700-EXIT                  261004MA
073500        GO TO B5010-MENU.                                         261004MA
073510     IF WS-FILE-PICK = "X" OR WS-FILE-PICK = "x"                  261004MA
073520        PERFORM B5900-RIV-SAVE THRU B5900-EXIT                    261004MA
073530        GO TO B5000-EXIT.                                         261004MA
073540     DISPLAY "Please answer A, C, L, D or X.".                    261004MA
073550     GO TO B5010-MENU.                                            261004MA
073560 B5000-EXIT.  EXIT.                                               261004MA
073570*                                                                 261004MA
073580 B5100-RIV-LOAD.                                                  261004MA
073590     MOVE 0                    TO RV-COUNT.                       261004MA
073600     OPEN INPUT RIVFILE.                                          261004MA
073610     IF CC <> 0                                                   261004MA
073620        DISPLAY "CTLMAINT: " WS-RIV-NAME(1:8)                     261004MA
073630                " not found -- starting a new one"                261004MA
073640        GO TO B5100-EXIT                                          261004MA
073650     END-IF.                                                      261004MA
073660 B5110-READ.                                                      261004MA
073670     READ RIVFILE                                                 261004MA
073680        AT END                                                    261004MA
073690           GO TO B5190-DONE.                                      261004MA
073700     IF RV-COUNT >= MAX-RV-ENTRIES                                261004MA
073710        DISPLAY "CTLMAINT: entry table full, remainder of "       261004MA
073720                "file not loaded"                                 261004MA
073730        GO TO B5190-DONE.                                         261004MA
073740     ADD 1                     TO RV-COUNT.                       261004MA
073750     MOVE RIV-FILE-NAME        TO RV-FILE-NAME(RV-COUNT).         261004MA
073760     MOVE RIV-CLASS            TO RV-CLASS(RV-COUNT).             261004MA
073770     MOVE RIV-TARGET-COUNT     TO RV-TARGET-COUNT(RV-COUNT).      261004MA
073780     MOVE RIV-START-DATE       TO RV-START-DATE(RV-COUNT).        261004MA
073790     GO TO B5110-READ.                                            261004MA
073800 B5190-DONE.                                                      261004MA
073810     CLOSE RIVFILE.                                               261004MA
073820     MOVE RV-COUNT             TO ED-LIST-NO.                     261004MA
073830     DISPLAY "CTLMAINT: " ED-LIST-NO " entries loaded.".          261004MA
073840 B5100-EXIT.  EXIT.                                               261004MA
073850*                                                                 261004MA
073860 B5300-RIV-ADD.                                                   261004MA
073870     IF RV-COUNT >= MAX-RV-ENTRIES                                261004MA
073880        DISPLAY "CTLMAINT: entry table full"                      261004MA
073890        GO TO B5300-EXIT.                                         261004MA
073900     MOVE 0                    TO WS-ENTRY-NO.                    261004MA
073910     PERFORM B5400-RIV-PROMPT THRU B5400-EXIT.                    261004MA
073920     IF NOT EDIT-ACCEPTED                                         261004MA
073930        GO TO B5300-EXIT.                                         261004MA
073940     ADD 1                     TO RV-COUNT.                       261004MA
073950     MOVE RV-COUNT             TO RV-INDEX.                       261004MA
073960     PERFORM B5450-RIV-STORE THRU B5450-EXIT.                     261004MA
073970     DISPLAY "CTLMAINT: entry added.".                            261004MA
073980 B5300-EXIT.  EXIT.                                               261004MA
073990*                                                                 261004MA
074000*B5400-RIV-PROMPT collects and validates one file under           261004MA
074010*retention.  A lone "/" in the file name abandons the entry;      261004MA
074020*a file may be under retention only once.                         261004MA
074030 B5400-RIV-PROMPT.                                                261004MA
074040     MOVE "N"                  TO WS-EDIT-OK-SW.                  261004MA
074050 B5410-FILE.                                                      261004MA
074060     DISPLAY "File under retention (/ to abandon): "              261004MA
074070             NO ADVANCING.                                        261004MA
074080     ACCEPT ED-FILE-NAME FREE.                                    261004MA
074090     IF ED-FILE-NAME = "/"                                        261004MA
074100        GO TO B5400-EXIT.                                         261004MA
074110     IF ED-FILE-NAME = SPACES                                     261004MA
074120        DISPLAY "A file name is required."                        261004MA
074130        GO TO B5410-FILE.                                         261004MA
074140     MOVE 1                    TO RV-INDEX.                       261004MA
074150 B5412-DUP.                                                       261004MA
074160     IF RV-INDEX <= RV-COUNT                                      261004MA
074170        IF RV-FILE-NAME(RV-INDEX) = ED-FILE-NAME                  261004MA
074180           AND RV-INDEX NOT = WS-ENTRY-NO                         261004MA
074190           DISPLAY "CTLMAINT: " ED-FILE-NAME(1:26)                261004MA
074200                   " is already under retention."                 261004MA
074210           GO TO B5410-FILE                                       261004MA
074220        END-IF                                                    261004MA
074230        ADD 1                  TO RV-INDEX                        261004MA
074240        GO TO B5412-DUP.                                          261004MA
074250     MOVE ED-FILE-NAME         TO WS-CHK-FILE.                    261004MA
074260     PERFORM E9000-CHECK-EXISTS THRU E9000-EXIT.                  261004MA
074270     IF NOT FILE-EXISTS                                           261004MA
074280        DISPLAY "CTLMAINT: " ED-FILE-NAME(1:26)                   261004MA
074290                " does not exist."                                261004MA
074300        GO TO B5410-FILE.                                         261004MA
074310 B5415-CLASS.                                                     261004MA
074320     DISPLAY "Retention class: " NO ADVANCING.                    261004MA
074330     ACCEPT ED-CLASS FREE.                                        261004MA
074340     PERFORM B4460-HUNT-CLASS THRU B4460-EXIT.                    261004MA
074350     IF RC-INDEX = 0                                              261004MA
074360        DISPLAY "CTLMAINT: no such class in "                     261004MA
074370                WS-RCL-NAME(1:8) "."                              261004MA
074380        GO TO B5415-CLASS.                                        261004MA
074390 B5420-COUNT.                                                     261004MA
074400     DISPLAY "Record count to wipe: " NO ADVANCING.               261004MA
074410     ACCEPT ED-COUNT-X FREE.                                      261004MA
074420     MOVE ED-COUNT-X           TO WS-NUM-IN.                      261004MA
074430     PERFORM E9200-PARSE-NUMBER THRU E9200-EXIT.                  261004MA
074440     IF NOT NUMBER-GOOD                                           261004MA
074450        DISPLAY "The count must be numeric."                      261004MA
074460        MOVE SPACES            TO ED-COUNT-X                      261004MA
074470        GO TO B5420-COUNT.                                        261004MA
074480     MOVE WS-NUM-VAL           TO ED-COUNT.                       261004MA
074490     IF ED-COUNT = 0                                              261004MA
074500        DISPLAY "The count must be greater than zero."            261004MA
074510        MOVE SPACES            TO ED-COUNT-X                      261004MA
074520        GO TO B5420-COUNT.                                        261004MA
074530 B5425-START.                                                     261004MA
074540     DISPLAY "Retention starts YYYYMMDD (blank = file's "         261004MA
074550             "last change): " NO ADVANCING.                       261004MA
074560     MOVE SPACES               TO ED-DATE-X.                      261004MA
074570     ACCEPT ED-DATE-X FREE.                                       261004MA
074580     MOVE 0                    TO ED-START-DATE.                  261004MA
074590     IF ED-DATE-X = SPACES                                        261004MA
074600        GO TO B5430-DONE.                                         261004MA
074610     IF ED-DATE-X IS NOT NUMERIC                                  261004MA
074620        DISPLAY "The date must be numeric YYYYMMDD."              261004MA
074630        GO TO B5425-START.                                        261004MA
074640     MOVE ED-DATE-X            TO ED-START-DATE.                  261004MA
074650 B5430-DONE.                                                      261004MA
074660     MOVE "Y"                  TO WS-EDIT-OK-SW.                  261004MA
074670 B5400-EXIT.  EXIT.                                               261004MA
074680*                                                                 261004MA
074690 B5450-RIV-STORE.                                                 261004MA
074700     MOVE ED-FILE-NAME         TO RV-FILE-NAME(RV-INDEX).         261004MA
074710     MOVE ED-CLASS             TO RV-CLASS(RV-INDEX).             261004MA
074720     MOVE ED-COUNT             TO RV-TARGET-COUNT(RV-INDEX).      261004MA
074730     MOVE ED-START-DATE        TO RV-START-DATE(RV-INDEX).        261004MA
074740 B5450-EXIT.  EXIT.                                               261004MA
074750*                                                                 261004MA
074760 B5500-RIV-LIST.                                                  261004MA
074770     IF RV-COUNT = 0                                              261004MA
074780        DISPLAY "CTLMAINT: no entries."                           261004MA
074790        GO TO B5500-EXIT.                                         261004MA
074800     MOVE 1                    TO RV-INDEX.                       261004MA
074810 B5510-NEXT.                                                      261004MA
074820     IF RV-INDEX > RV-COUNT                                       261004MA
074830        GO TO B5500-EXIT.                                         261004MA
074840     MOVE RV-INDEX             TO ED-LIST-NO.                     261004MA
074850     DISPLAY ED-LIST-NO ": " RV-FILE-NAME(RV-INDEX)               261004MA
074860             " class=" RV-CLASS(RV-INDEX)                         261004MA
074870             " count=" RV-TARGET-COUNT(RV-INDEX)                  261004MA
074880             " from=" RV-START-DATE(RV-INDEX).                    261004MA
074890     ADD 1                     TO RV-INDEX.                       261004MA
074900     GO TO B5510-NEXT.                                            261004MA
074910 B5500-EXIT.  EXIT.                                               261004MA
074920*                                                                 261004MA
074930 B5600-RIV-CHANGE.                                                261004MA
074940     PERFORM B5500-RIV-LIST THRU B5500-EXIT.                      261004MA
074950     IF RV-COUNT = 0                                              261004MA
074960        GO TO B5600-EXIT.                                         261004MA
074970     PERFORM E9100-PICK-ENTRY THRU E9100-EXIT.                    261004MA
074980     IF WS-ENTRY-NO = 0 OR WS-ENTRY-NO > RV-COUNT                 261004MA
074990        DISPLAY "CTLMAINT: no such entry."                        261004MA
075000        GO TO B5600-EXIT.                                         261004MA
075010     PERFORM B5400-RIV-PROMPT THRU B5400-EXIT.                    261004MA
075020     IF NOT EDIT-ACCEPTED                                         261004MA
075030        GO TO B5600-EXIT.                                         261004MA
075040     MOVE WS-ENTRY-NO          TO RV-INDEX.                       261004MA
075050     PERFORM B5450-RIV-STORE THRU B5450-EXIT.                     261004MA
075060     DISPLAY "CTLMAINT: entry changed.".                          261004MA
075070 B5600-EXIT.  EXIT.                                               261004MA
075080*                                                                 261004MA
075090 B5700-RIV-DELETE.                                                261004MA
075100     PERFORM B5500-RIV-LIST THRU B5500-EXIT.                      261004MA
075110     IF RV-COUNT = 0                                              261004MA
075120        GO TO B5700-EXIT.                                         261004MA
075130     PERFORM E9100-PICK-ENTRY THRU E9100-EXIT.                    261004MA
075140     IF WS-ENTRY-NO = 0 OR WS-ENTRY-NO > RV-COUNT                 261004MA
075150        DISPLAY "CTLMAINT: no such entry."                        261004MA
075160        GO TO B5700-EXIT.                                         261004MA
075170     DISPLAY "Delete entry for "                                  261004MA
075180             RV-FILE-NAME(WS-ENTRY-NO) ", Y/N: "                  261004MA
075190             NO ADVANCING.                                        261004MA
075200     ACCEPT WS-CONFIRM FREE.                                      261004MA
075210     IF WS-CONFIRM NOT = "Y"                                      261004MA
075220        DISPLAY "CTLMAINT: not deleted."                          261004MA
075230        GO TO B5700-EXIT.                                         261004MA
075240     MOVE WS-ENTRY-NO          TO RV-INDEX.                       261004MA
075250 B5710-SHIFT.                                                     261004MA
075260     IF RV-INDEX >= RV-COUNT                                      261004MA
075270        SUBTRACT 1 FROM RV-COUNT                                  261004MA
075280        DISPLAY "CTLMAINT: entry deleted."                        261004MA
075290        GO TO B5700-EXIT.                                         261004MA
075300     MOVE RV-ENTRY(RV-INDEX + 1) TO RV-ENTRY(RV-INDEX).           261004MA
075310     ADD 1                     TO RV-INDEX.                       261004MA
075320     GO TO B5710-SHIFT.                                           261004MA
075330 B5700-EXIT.  EXIT.                                               261004MA
075340*                                                                 261004MA
075350 B5900-RIV-SAVE.                                                  261004MA
075360     OPEN OUTPUT RIVFILE.                                         261004MA
075370     MOVE 1                    TO RV-INDEX.                       261004MA
075380 B5910-NEXT.                                                      261004MA
075390     IF RV-INDEX > RV-COUNT                                       261004MA
075400        GO TO B5990-DONE.                                         261004MA
075410     MOVE SPACES               TO RIV-RECORD.                     261004MA
075420     MOVE RV-FILE-NAME(RV-INDEX)    TO RIV-FILE-NAME.             261004MA
075430     MOVE RV-CLASS(RV-INDEX)        TO RIV-CLASS.                 261004MA
075440     MOVE RV-TARGET-COUNT(RV-INDEX) TO RIV-TARGET-COUNT.          261004MA
075450     MOVE RV-START-DATE(RV-INDEX)   TO RIV-START-DATE.            261004MA
075460     WRITE RIV-RECORD.                                            261004MA
075470     ADD 1                     TO RV-INDEX.                       261004MA
075480     GO TO B5910-NEXT.                                            261004MA
075490 B5990-DONE.                                                      261004MA
075500     CLOSE RIVFILE.                                               261004MA
075510     MOVE RV-COUNT             TO ED-LIST-NO.                     261004MA
075520     DISPLAY "CTLMAINT: " ED-LIST-NO " entries written to "       261004MA
075530             WS-RIV-NAME(1:8).                                    261004MA
075540 B5900-EXIT.  EXIT.                                               261004MA
075550*                                                                 261004MA
075560*=========================================================        261004MA
075570*LEGHOLD maintenance -- the legal holds HOLDCHK enforces for      261004MA
075580*RETSCHD and CLEANDSK.  A hold is placed or released, never       261004MA
075590*changed, and each one is logged to CLAUDIT under the             261004MA
075600*operator's own ID.  A name ended with "@" holds every file       261004MA
075610*beginning with it.                                               261004MA
075620*=========================================================        261004MA
075630 B6000-LGH-MAINT.                                                 261004MA
075640     DISPLAY "Control file name (blank for LEGHOLD): "            261004MA
075650             NO ADVANCING.                                        261004MA
075660     ACCEPT WS-LGH-NAME FREE.                                     261004MA
075670     IF WS-LGH-NAME = SPACES                                      261004MA
075680        MOVE "LEGHOLD"         TO WS-LGH-NAME.                    261004MA
075690 B6005-OPERATOR.                                                  261004MA
075700     DISPLAY "Enter your operator ID: " NO ADVANCING.             261004MA
075710     ACCEPT WS-OPERATOR FREE.                                     261004MA
075720     IF WS-OPERATOR = SPACES                                      261004MA
075730        DISPLAY "Holds are placed and released by name."          261004MA
075740        GO TO B6005-OPERATOR.                                     261004MA
075750     MOVE WS-OPERATOR          TO AR-OPERATOR.                    261004MA
075760     PERFORM B6100-LGH-LOAD THRU B6100-EXIT.                      261004MA
075770 B6010-MENU.                                                      261004MA
075780     DISPLAY " ".                                                 261004MA
075790     DISPLAY "LEGHOLD: A=place hold L=list R=release hold "       261004MA
075800             "X=save and back".                                   261004MA
075810     DISPLAY "Choice: " NO ADVANCING.                             261004MA
075820     ACCEPT WS-FILE-PICK FREE.                                    261004MA
075830     IF WS-FILE-PICK = "A" OR WS-FILE-PICK = "a"                  261004MA
075840        PERFORM B6300-LGH-ADD THRU B6300-EXIT                     261004MA
075850        GO TO B6010-MENU.                                         261004MA
075860     IF WS-FILE-PICK = "L" OR WS-FILE-PICK = "l"                  261004MA
075870        PERFORM B6500-LGH-LIST THRU B6500-EXIT                    261004MA
075880        GO TO B6010-MENU.                                         261004MA
075890     IF WS-FILE-PICK = "R" OR WS-FILE-PICK = "r"                  261004MA
075900        PERFORM B6700-LGH-RELEASE THRU B6700-EXIT                 261004MA
075910        GO TO B6010-MENU.                                         261004MA
075920     IF WS-FILE-PICK = "X" OR WS-FILE-PICK = "x"                  261004MA
075930        PERFORM B6900-LGH-SAVE THRU B6900-EXIT                    261004MA
075940        GO TO B6000-EXIT.                                         261004MA
075950     DISPLAY "Please answer A, L, R or X.".                       261004MA
075960     GO TO B6010-MENU.                                            261004MA
075970 B6000-EXIT.  EXIT.                                               261004MA
075980*                                                                 261004MA
075990 B6100-LGH-LOAD.                                                  261004MA
076000     MOVE 0                    TO LG-COUNT.                       261004MA
076010     OPEN INPUT LGHFILE.                                          261004MA
076020     IF CC <> 0                                                   261004MA
076030        DISPLAY "CTLMAINT: " WS-LGH-NAME(1:8)                     261004MA
076040                " not found -- starting a new one"                261004MA
076050        GO TO B6100-EXIT                                          261004MA
076060     END-IF.                                                      261004MA
076070 B6110-READ.                                                      261004MA
076080     READ LGHFILE                                                 261004MA
076090        AT END                                                    261004MA
076100           GO TO B6190-DONE.                                      261004MA
076110     IF LG-COUNT >= MAX-LG-ENTRIES                                261004MA
076120        DISPLAY "CTLMAINT: entry table full, remainder of "       261004MA
076130                "file not loaded"                                 261004MA
076140        GO TO B6190-DONE.                                         261004MA
076150     ADD 1                     TO LG-COUNT.                       261004MA
076160     MOVE LGH-FILE-NAME        TO LG-FILE-NAME(LG-COUNT).         261004MA
076170     MOVE LGH-REFERENCE        TO LG-REFERENCE(LG-COUNT).         261004MA
076180     MOVE LGH-PLACED-BY        TO LG-PLACED-BY(LG-COUNT).         261004MA
076190     MOVE LGH-PLACED-DATE      TO LG-PLACED-DATE(LG-COUNT).       261004MA
076200     MOVE LGH-REASON           TO LG-REASON(LG-COUNT).            261004MA
076210     GO TO B6110-READ.                                            261004MA
076220 B6190-DONE.                                                      261004MA
076230     CLOSE LGHFILE.                                               261004MA
076240     MOVE LG-COUNT             TO ED-LIST-NO.                     261004MA
076250     DISPLAY "CTLMAINT: " ED-LIST-NO " entries loaded.".          261004MA
076260 B6100-EXIT.  EXIT.                                               261004MA
076270*                                                                 261004MA
076280*B6300-LGH-ADD places a hold.  The file need not exist -- a       261004MA
076290*hold may be placed on a file set, or ahead of a restore.         261004MA
076300 B6300-LGH-ADD.                                                   261004MA
076310     IF LG-COUNT >= MAX-LG-ENTRIES                                261004MA
076320        DISPLAY "CTLMAINT: entry table full"                      261004MA
076330        GO TO B6300-EXIT.                                         261004MA
076340 B6310-FILE.                                                      261004MA
076350     DISPLAY "File to hold, @ at the end for a file set "         261004MA
076360             "(/ to abandon): " NO ADVANCING.                     261004MA
076370     ACCEPT ED-FILE-NAME FREE.                                    261004MA
076380     IF ED-FILE-NAME = "/"                                        261004MA
076390        GO TO B6300-EXIT.                                         261004MA
076400     IF ED-FILE-NAME = SPACES                                     261004MA
076410        DISPLAY "A file name is required."                        261004MA
076420        GO TO B6310-FILE.                                         261004MA
076430 B6320-REFERENCE.                                                 261004MA
076440     DISPLAY "Matter reference: " NO ADVANCING.                   261004MA
076450     ACCEPT ED-REFERENCE FREE.                                    261004MA
076460     IF ED-REFERENCE = SPACES                                     261004MA
076470        DISPLAY "A hold needs the matter it is placed for."       261004MA
076480        GO TO B6320-REFERENCE.                                    261004MA
076490 B6330-DATE.                                                      261004MA
076500     DISPLAY "Date of the hold order YYYYMMDD: "                  261004MA
076510             NO ADVANCING.                                        261004MA
076520     MOVE SPACES               TO ED-DATE-X.                      261004MA
076530     ACCEPT ED-DATE-X FREE.                                       261004MA
076540     IF ED-DATE-X IS NOT NUMERIC                                  261004MA
076550        DISPLAY "The date must be numeric YYYYMMDD."              261004MA
076560        GO TO B6330-DATE.                                         261004MA
076570     DISPLAY "Reason: " NO ADVANCING.                             261004MA
076580     ACCEPT ED-REASON FREE.                                       261004MA
076590     ADD 1                     TO LG-COUNT.                       261004MA
076600     MOVE ED-FILE-NAME         TO LG-FILE-NAME(LG-COUNT).         261004MA
076610     MOVE ED-REFERENCE         TO LG-REFERENCE(LG-COUNT).         261004MA
076620     MOVE WS-OPERATOR          TO LG-PLACED-BY(LG-COUNT).         261004MA
076630     MOVE ED-DATE-X            TO LG-PLACED-DATE(LG-COUNT).       261004MA
076640     MOVE ED-REASON            TO LG-REASON(LG-COUNT).            261004MA
076650     MOVE "HOLD"               TO AR-EVENT.                       261004MA
076660     MOVE LG-COUNT             TO LG-INDEX.                       261004MA
076670     PERFORM B6800-LOG-HOLD THRU B6800-EXIT.                      261004MA
076680     DISPLAY "CTLMAINT: hold placed.".                            261004MA
076690 B6300-EXIT.  EXIT.                                               261004MA
076700*                                                                 261004MA
076710 B6500-LGH-LIST.                                                  261004MA
076720     IF LG-COUNT = 0                                              261004MA
076730        DISPLAY "CTLMAINT: no entries."                           261004MA
076740        GO TO B6500-EXIT.                                         261004MA
076750     MOVE 1                    TO LG-INDEX.                       261004MA
076760 B6510-NEXT.                                                      261004MA
076770     IF LG-INDEX > LG-COUNT                                       261004MA
076780        GO TO B6500-EXIT.                                         261004MA
076790     MOVE LG-INDEX             TO ED-LIST-NO.                     261004MA
076800     DISPLAY ED-LIST-NO ": " LG-FILE-NAME(LG-INDEX)               261004MA
076810             " ref=" LG-REFERENCE(LG-INDEX)                       261004MA
076820             " by=" LG-PLACED-BY(LG-INDEX)                        261004MA
076830             " on=" LG-PLACED-DATE(LG-INDEX)                      261004MA
076840             " " LG-REASON(LG-INDEX).                             261004MA
076850     ADD 1                     TO LG-INDEX.                       261004MA
076860     GO TO B6510-NEXT.                                            261004MA
076870 B6500-EXIT.  EXIT.                                               261004MA
076880*                                                                 261004MA
076890*B6700-LGH-RELEASE lifts a hold once counsel has released it;     261004MA
076900*the matter reference must be keyed again to confirm.             261004MA
076910 B6700-LGH-RELEASE.                                               261004MA
076920     PERFORM B6500-LGH-LIST THRU B6500-EXIT.                      261004MA
076930     IF LG-COUNT = 0                                              261004MA
076940        GO TO B6700-EXIT.                                         261004MA
076950     PERFORM E9100-PICK-ENTRY THRU E9100-EXIT.                    261004MA
076960     IF WS-ENTRY-NO = 0 OR WS-ENTRY-NO > LG-COUNT                 261004MA
076970        DISPLAY "CTLMAINT: no such entry."                        261004MA
076980        GO TO B6700-EXIT.                                         261004MA
076990     DISPLAY "Key the matter reference to release the hold "      261004MA
077000             "on " LG-FILE-NAME(WS-ENTRY-NO) ": " NO ADVANCING.   261004MA
077010     MOVE SPACES               TO ED-REFERENCE.                   261004MA
077020     ACCEPT ED-REFERENCE FREE.                                    261004MA
077030     IF ED-REFERENCE NOT = LG-REFERENCE(WS-ENTRY-NO)              261004MA
077040        DISPLAY "CTLMAINT: reference does not match -- "          261004MA
077050                "hold not released."                              261004MA
077060        GO TO B6700-EXIT.                                         261004MA
077070     MOVE WS-ENTRY-NO          TO LG-INDEX.                       261004MA
077080     MOVE "RELEAS"             TO AR-EVENT.                       261004MA
077090     PERFORM B6800-LOG-HOLD THRU B6800-EXIT.                      261004MA
077100 B6710-SHIFT.                                                     261004MA
077110     IF LG-INDEX >= LG-COUNT                                      261004MA
077120        SUBTRACT 1 FROM LG-COUNT                                  261004MA
077130        DISPLAY "CTLMAINT: hold released."                        261004MA
077140        GO TO B6700-EXIT.                                         261004MA
077150     MOVE LG-ENTRY(LG-INDEX + 1) TO LG-ENTRY(LG-INDEX).           261004MA
077160     ADD 1                     TO LG-INDEX.                       261004MA
077170     GO TO B6710-SHIFT.                                           261004MA
077180 B6700-EXIT.  EXIT.                                               261004MA
077190*                                                                 261004MA
077200*B6800-LOG-HOLD writes the AR-EVENT hold record for LG-INDEX's    261004MA
077210*hold to CLAUDIT through AUDLOG.                                  261004MA
077220 B6800-LOG-HOLD.                                                  261004MA
077230     MOVE "OK"                 TO AR-OUTCOME.                     261004MA
077240     MOVE LG-FILE-NAME(LG-INDEX) TO AR-PARM-1.                    261004MA
077250     MOVE LG-REFERENCE(LG-INDEX) TO AR-PARM-2.                    261004MA
077260     CALL "AUDLOG" USING WS-AUDIT-REQUEST.                        261004MA
077270     IF RETURN-CODE NOT = 0                                       261004MA
077280        DISPLAY "CTLMAINT: audit log entry not recorded"          261004MA
077290     END-IF.                                                      261004MA
077300 B6800-EXIT.  EXIT.                                               261004MA
077310*                                                                 261004MA
077320 B6900-LGH-SAVE.                                                  261004MA
077330     OPEN OUTPUT LGHFILE.                                         261004MA
077340     MOVE 1                    TO LG-INDEX.                       261004MA
077350 B6910-NEXT.                                                      261004MA
077360     IF LG-INDEX > LG-COUNT                                       261004MA
077370        GO TO B6990-DONE.                                         261004MA
077380     MOVE LG-FILE-NAME(LG-INDEX)   TO LGH-FILE-NAME.              261004MA
077390     MOVE LG-REFERENCE(LG-INDEX)   TO LGH-REFERENCE.              261004MA
077400     MOVE LG-PLACED-BY(LG-INDEX)   TO LGH-PLACED-BY.              261004MA
077410     MOVE LG-PLACED-DATE(LG-INDEX) TO LGH-PLACED-DATE.            261004MA
077420     MOVE LG-REASON(LG-INDEX)      TO LGH-REASON.                 261004MA
077430     WRITE LGH-RECORD.                                            261004MA
077440     ADD 1                     TO LG-INDEX.                       261004MA
077450     GO TO B6910-NEXT.                                            261004MA
077460 B6990-DONE.                                                      261004MA
077470     CLOSE LGHFILE.                                               261004MA
077480     MOVE LG-COUNT             TO ED-LIST-NO.                     261004MA
077490     DISPLAY "CTLMAINT: " ED-LIST-NO " entries written to "       261004MA
077500             WS-LGH-NAME(1:8).                                    261004MA
077510 B6900-EXIT.  EXIT.                                               261004MA
077600*                                                                 261008MA
077610*=========================================================        261008MA
077620*RPTDIST maintenance -- who receives each nightly report and      261008MA
077630*how RPTDLVR gets it to them: P spooled print to a device or      261008MA
077640*device class, G a copy into a shared group.account, M mail       261008MA
077650*through the gateway queue.  A report may go to as many           261008MA
077660*recipients as needed, but to each recipient only once.           261008MA
077670*=========================================================        261008MA
077680 B7000-DST-MAINT.                                                 261008MA
077690     DISPLAY "Control file name (blank for RPTDIST): "            261008MA
077700             NO ADVANCING.                                        261008MA
077710     ACCEPT WS-DST-NAME FREE.                                     261008MA
077720     IF WS-DST-NAME = SPACES                                      261008MA
077730        MOVE "RPTDIST"         TO WS-DST-NAME.                    261008MA
077740     PERFORM B7100-DST-LOAD THRU B7100-EXIT.                      261008MA
077750 B7010-MENU.                                                      261008MA
077760     DISPLAY " ".                                                 261008MA
077770     DISPLAY "RPTDIST: A=add C=change L=list D=delete "           261008MA
077780             "X=save and back".                                   261008MA
077790     DISPLAY "Choice: " NO ADVANCING.                             261008MA
077800     ACCEPT WS-FILE-PICK FREE.                                    261008MA
077810     IF WS-FILE-PICK = "A" OR WS-FILE-PICK = "a"                  261008MA
077820        PERFORM B7300-DST-ADD THRU B7300-EXIT                     261008MA
077830        GO TO B7010-MENU.                                         261008MA
077840     IF WS-FILE-PICK = "C" OR WS-FILE-PICK = "c"                  261008MA
077850        PERFORM B7600-DST-CHANGE THRU B7600-EXIT                  261008MA
077860        GO TO B7010-MENU.                                         261008MA
077870     IF WS-FILE-PICK = "L" OR WS-FILE-PICK = "l"                  261008MA
077880        PERFORM B7500-DST-LIST THRU B7500-EXIT                    261008MA
077890        GO TO B7010-MENU.                                         261008MA
077900     IF WS-FILE-PICK = "D" OR WS-FILE-PICK = "d"                  261008MA
077910        PERFORM B7700-DST-DELETE THRU B7700-EXIT                  261008MA
077920        GO TO B7010-MENU.                                         261008MA
077930     IF WS-FILE-PICK = "X" OR WS-FILE-PICK = "x"                  261008MA
077940        PERFORM B7900-DST-SAVE THRU B7900-EXIT                    261008MA
077950        GO TO B7000-EXIT.                                         261008MA
077960     DISPLAY "Please answer A, C, L, D or X.".                    261008MA
077970     GO TO B7010-MENU.                                            261008MA
077980 B7000-EXIT.  EXIT.                                               261008MA
077990*                                                                 261008MA
078000 B7100-DST-LOAD.                                                  261008MA
078010     MOVE 0                    TO DS-COUNT.                       261008MA
078020     OPEN INPUT DSTFILE.                                          261008MA
078030     IF CC <> 0                                                   261008MA
078040        DISPLAY "CTLMAINT: " WS-DST-NAME(1:8)                     261008MA
078050                " not found -- starting a new one"                261008MA
078060        GO TO B7100-EXIT                                          261008MA
078070     END-IF.                                                      261008MA
078080 B7110-READ.                                                      261008MA
078090     READ DSTFILE                                                 261008MA
078100        AT END                                                    261008MA
078110           GO TO B7190-DONE.                                      261008MA
078120     IF DS-COUNT >= MAX-DS-ENTRIES                                261008MA
078130        DISPLAY "CTLMAINT: entry table full, remainder of "       261008MA
078140                "file not loaded"                                 261008MA
078150        GO TO B7190-DONE.                                         261008MA
078160     ADD 1                     TO DS-COUNT.                       261008MA
078170     MOVE DST-REPORT           TO DS-REPORT(DS-COUNT).            261008MA
078180     MOVE DST-RECIPIENT        TO DS-RECIPIENT(DS-COUNT).         261008MA
078190     MOVE DST-METHOD           TO DS-METHOD(DS-COUNT).            261008MA
078200     MOVE DST-EMPTY-SW         TO DS-EMPTY-SW(DS-COUNT).          261008MA
078210     MOVE DST-DEST             TO DS-DEST(DS-COUNT).              261008MA
078220     GO TO B7110-READ.                                            261008MA
078230 B7190-DONE.                                                      261008MA
078240     CLOSE DSTFILE.                                               261008MA
078250     MOVE DS-COUNT             TO ED-LIST-NO.                     261008MA
078260     DISPLAY "CTLMAINT: " ED-LIST-NO " entries loaded.".          261008MA
078270 B7100-EXIT.  EXIT.                                               261008MA
078280*                                                                 261008MA
078290 B7300-DST-ADD.                                                   261008MA
078300     IF DS-COUNT >= MAX-DS-ENTRIES                                261008MA
078310        DISPLAY "CTLMAINT: entry table full"                      261008MA
078320        GO TO B7300-EXIT.                                         261008MA
078330     MOVE 0                    TO WS-ENTRY-NO.                    261008MA
078340     PERFORM B7400-DST-PROMPT THRU B7400-EXIT.                    261008MA
078350     IF NOT EDIT-ACCEPTED                                         261008MA
078360        GO TO B7300-EXIT.                                         261008MA
078370     ADD 1                     TO DS-COUNT.                       261008MA
078380     MOVE DS-COUNT             TO DS-INDEX.                       261008MA
078390     PERFORM B7450-DST-STORE THRU B7450-EXIT.                     261008MA
078400     DISPLAY "CTLMAINT: entry added.".                            261008MA
078410 B7300-EXIT.  EXIT.                                               261008MA
078420*                                                                 261008MA
078430*B7400-DST-PROMPT collects and validates one distribution row.    261008MA
078440*The report need not exist yet -- it may be one the streams       261008MA
078450*have not written since it was added.  A lone "/" in the          261008MA
078460*report name abandons the entry.                                  261008MA
078470 B7400-DST-PROMPT.                                                261008MA
078480     MOVE "N"                  TO WS-EDIT-OK-SW.                  261008MA
078490 B7410-REPORT.                                                    261008MA
078500     DISPLAY "Report file (/ to abandon): " NO ADVANCING.         261008MA
078510     ACCEPT ED-REPORT FREE.                                       261008MA
078520     IF ED-REPORT = "/"                                           261008MA
078530        GO TO B7400-EXIT.                                         261008MA
078540     IF ED-REPORT = SPACES                                        261008MA
078550        DISPLAY "A report file name is required."                 261008MA
078560        GO TO B7410-REPORT.                                       261008MA
078570 B7415-RECIPIENT.                                                 261008MA
078580     DISPLAY "Recipient, up to 10 characters: " NO ADVANCING.     261008MA
078590     ACCEPT ED-RECIPIENT FREE.                                    261008MA
078600     IF ED-RECIPIENT = SPACES                                     261008MA
078610        DISPLAY "A recipient is required."                        261008MA
078620        GO TO B7415-RECIPIENT.                                    261008MA
078630     MOVE 1                    TO DS-INDEX.                       261008MA
078640 B7417-DUP.                                                       261008MA
078650     IF DS-INDEX <= DS-COUNT                                      261008MA
078660        IF DS-REPORT(DS-INDEX) = ED-REPORT                        261008MA
078670           AND DS-RECIPIENT(DS-INDEX) = ED-RECIPIENT              261008MA
078680           AND DS-INDEX NOT = WS-ENTRY-NO                         261008MA
078690           DISPLAY "CTLMAINT: " ED-RECIPIENT                      261008MA
078700                   " already receives " ED-REPORT                 261008MA
078710           GO TO B7410-REPORT                                     261008MA
078720        END-IF                                                    261008MA
078730        ADD 1                  TO DS-INDEX                        261008MA
078740        GO TO B7417-DUP.                                          261008MA
078750 B7420-METHOD.                                                    261008MA
078760     DISPLAY "Delivery P/G/M (PRINT/SHARED GROUP/MAIL): "         261008MA
078770             NO ADVANCING.                                        261008MA
078780     ACCEPT ED-METHOD FREE.                                       261008MA
078790     IF ED-METHOD NOT = "P" AND NOT = "G" AND NOT = "M"           261008MA
078800        DISPLAY "The delivery must be P, G or M."                 261008MA
078810        GO TO B7420-METHOD.                                       261008MA
078820 B7425-DEST.                                                      261008MA
078830     IF ED-METHOD = "P"                                           261008MA
078840        DISPLAY "Printer device or device class: "                261008MA
078850                NO ADVANCING.                                     261008MA
078860     IF ED-METHOD = "G"                                           261008MA
078870        DISPLAY "Shared group.account: " NO ADVANCING.            261008MA
078880     IF ED-METHOD = "M"                                           261008MA
078890        DISPLAY "Mail address: " NO ADVANCING.                    261008MA
078900     ACCEPT ED-DEST FREE.                                         261008MA
078910     IF ED-DEST = SPACES                                          261008MA
078920        DISPLAY "A destination is required."                      261008MA
078930        GO TO B7425-DEST.                                         261008MA
078940     MOVE 0                    TO WS-DST-TALLY.                   261008MA
078950     IF ED-METHOD = "G"                                           261008MA
078960        INSPECT ED-DEST TALLYING WS-DST-TALLY FOR ALL "."         261008MA
078970        IF WS-DST-TALLY NOT = 1                                   261008MA
078980           DISPLAY "Give the group as GROUP.ACCOUNT."             261008MA
078990           GO TO B7425-DEST                                       261008MA
079000        END-IF                                                    261008MA
079010     END-IF.                                                      261008MA
079020     IF ED-METHOD = "M"                                           261008MA
079030        INSPECT ED-DEST TALLYING WS-DST-TALLY FOR ALL "@"         261008MA
079040        IF WS-DST-TALLY NOT = 1                                   261008MA
079050           DISPLAY "A mail address needs one @."                  261008MA
079060           GO TO B7425-DEST                                       261008MA
079070        END-IF                                                    261008MA
079080     END-IF.                                                      261008MA
079090 B7430-EMPTY.                                                     261008MA
079100     DISPLAY "Send even when the report is empty, Y/N: "          261008MA
079110             NO ADVANCING.                                        261008MA
079120     ACCEPT ED-EMPTY-SW FREE.                                     261008MA
079130     IF ED-EMPTY-SW NOT = "Y" AND NOT = "N"                       261008MA
079140        DISPLAY "Please answer Y or N."                           261008MA
079150        GO TO B7430-EMPTY.                                        261008MA
079160     MOVE "Y"                  TO WS-EDIT-OK-SW.                  261008MA
079170 B7400-EXIT.  EXIT.                                               261008MA
079180*                                                                 261008MA
079190 B7450-DST-STORE.                                                 261008MA
079200     MOVE ED-REPORT            TO DS-REPORT(DS-INDEX).            261008MA
079210     MOVE ED-RECIPIENT         TO DS-RECIPIENT(DS-INDEX).         261008MA
079220     MOVE ED-METHOD            TO DS-METHOD(DS-INDEX).            261008MA
079230     MOVE ED-EMPTY-SW          TO DS-EMPTY-SW(DS-INDEX).          261008MA
079240     MOVE ED-DEST              TO DS-DEST(DS-INDEX).              261008MA
079250 B7450-EXIT.  EXIT.                                               261008MA
079260*                                                                 261008MA
079270 B7500-DST-LIST.                                                  261008MA
079280     IF DS-COUNT = 0                                              261008MA
079290        DISPLAY "CTLMAINT: no entries."                           261008MA
079300        GO TO B7500-EXIT.                                         261008MA
079310     MOVE 1                    TO DS-INDEX.                       261008MA
079320 B7510-NEXT.                                                      261008MA
079330     IF DS-INDEX > DS-COUNT                                       261008MA
079340        GO TO B7500-EXIT.                                         261008MA
079350     MOVE DS-INDEX             TO ED-LIST-NO.                     261008MA
079360     DISPLAY ED-LIST-NO ": " DS-REPORT(DS-INDEX)                  261008MA
079370             " to=" DS-RECIPIENT(DS-INDEX)                        261008MA
079380             " by=" DS-METHOD(DS-INDEX)                           261008MA
079390             " empty=" DS-EMPTY-SW(DS-INDEX).                     261008MA
079400     DISPLAY "      " DS-DEST(DS-INDEX).                          261008MA
079410     ADD 1                     TO DS-INDEX.                       261008MA
079420     GO TO B7510-NEXT.                                            261008MA
079430 B7500-EXIT.  EXIT.                                               261008MA
079440*                                                                 261008MA
079450 B7600-DST-CHANGE.                                                261008MA
079460     PERFORM B7500-DST-LIST THRU B7500-EXIT.                      261008MA
079470     IF DS-COUNT = 0                                              261008MA
079480        GO TO B7600-EXIT.                                         261008MA
079490     PERFORM E9100-PICK-ENTRY THRU E9100-EXIT.                    261008MA
079500     IF WS-ENTRY-NO = 0 OR WS-ENTRY-NO > DS-COUNT                 261008MA
079510        DISPLAY "CTLMAINT: no such entry."                        261008MA
079520        GO TO B7600-EXIT.                                         261008MA
079530     PERFORM B7400-DST-PROMPT THRU B7400-EXIT.                    261008MA
079540     IF NOT EDIT-ACCEPTED                                         261008MA
079550        GO TO B7600-EXIT.                                         261008MA
079560     MOVE WS-ENTRY-NO          TO DS-INDEX.                       261008MA
079570     PERFORM B7450-DST-STORE THRU B7450-EXIT.                     261008MA
079580     DISPLAY "CTLMAINT: entry changed.".                          261008MA
079590 B7600-EXIT.  EXIT.                                               261008MA
079600*                                                                 261008MA
079610 B7700-DST-DELETE.                                                261008MA
079620     PERFORM B7500-DST-LIST THRU B7500-EXIT.                      261008MA
079630     IF DS-COUNT = 0                                              261008MA
079640        GO TO B7700-EXIT.                                         261008MA
079650     PERFORM E9100-PICK-ENTRY THRU E9100-EXIT.                    261008MA
079660     IF WS-ENTRY-NO = 0 OR WS-ENTRY-NO > DS-COUNT                 261008MA
079670        DISPLAY "CTLMAINT: no such entry."                        261008MA
079680        GO TO B7700-EXIT.                                         261008MA
079690     DISPLAY "Stop sending " DS-REPORT(WS-ENTRY-NO) " to "        261008MA
079700             DS-RECIPIENT(WS-ENTRY-NO) ", Y/N: " NO ADVANCING.    261008MA
079710     ACCEPT WS-CONFIRM FREE.                                      261008MA
079720     IF WS-CONFIRM NOT = "Y"                                      261008MA
079730        DISPLAY "CTLMAINT: not deleted."                          261008MA
079740        GO TO B7700-EXIT.                                         261008MA
079750     MOVE WS-ENTRY-NO          TO DS-INDEX.                       261008MA
079760 B7710-SHIFT.                                                     261008MA
079770     IF DS-INDEX >= DS-COUNT                                      261008MA
079780        SUBTRACT 1 FROM DS-COUNT                                  261008MA
079790        DISPLAY "CTLMAINT: entry deleted."                        261008MA
079800        GO TO B7700-EXIT.                                         261008MA
079810     MOVE DS-ENTRY(DS-INDEX + 1) TO DS-ENTRY(DS-INDEX).           261008MA
079820     ADD 1                     TO DS-INDEX.                       261008MA
079830     GO TO B7710-SHIFT.                                           261008MA
079840 B7700-EXIT.  EXIT.                                               261008MA
079850*                                                                 261008MA
079860 B7900-DST-SAVE.                                                  261008MA
079870     OPEN OUTPUT DSTFILE.                                         261008MA
079880     MOVE 1                    TO DS-INDEX.                       261008MA
079890 B7910-NEXT.                                                      261008MA
079900     IF DS-INDEX > DS-COUNT                                       261008MA
079910        GO TO B7990-DONE.                                         261008MA
079920     MOVE SPACES               TO DST-RECORD.                     261008MA
079930     MOVE DS-REPORT(DS-INDEX)    TO DST-REPORT.                   261008MA
079940     MOVE DS-RECIPIENT(DS-INDEX) TO DST-RECIPIENT.                261008MA
079950     MOVE DS-METHOD(DS-INDEX)    TO DST-METHOD.                   261008MA
079960     MOVE DS-EMPTY-SW(DS-INDEX)  TO DST-EMPTY-SW.                 261008MA
079970     MOVE DS-DEST(DS-INDEX)      TO DST-DEST.                     261008MA
079980     WRITE DST-RECORD.                                            261008MA
079990     ADD 1                     TO DS-INDEX.                       261008MA
080000     GO TO B7910-NEXT.                                            261008MA
080010 B7990-DONE.                                                      261008MA
080020     CLOSE DSTFILE.                                               261008MA
080030     MOVE DS-COUNT             TO ED-LIST-NO.                     261008MA
080040     DISPLAY "CTLMAINT: " ED-LIST-NO " entries written to "       261008MA
080050             WS-DST-NAME(1:8).                                    261008MA
080060 B7900-EXIT.  EXIT.                                               261008MA
080070*                                                                 261011MA
080080*=========================================================        261011MA
080090*FLDGLOS maintenance -- the business field glossary.  Each        261011MA
080100*entry says what one field of one copylib member means, the       261011MA
080110*values it may hold and the department that owns it.  CPYLAYT     261011MA
080120*and FLDXREF print the description beside the field; GLOSCOV      261011MA
080130*lists the fields still waiting for an entry.  Every entry        261011MA
080140*added or changed is signed with the analyst's operator ID.       261011MA
080150*=========================================================        261011MA
080160 B8000-GLS-MAINT.                                                 261011MA
080170     DISPLAY "Control file name (blank for FLDGLOS): "            261011MA
080180             NO ADVANCING.                                        261011MA
080190     ACCEPT WS-GLS-NAME FREE.                                     261011MA
080200     IF WS-GLS-NAME = SPACES                                      261011MA
080210        MOVE "FLDGLOS"         TO WS-GLS-NAME.                    261011MA
080220 B8005-OPERATOR.                                                  261011MA
080230     DISPLAY "Enter your operator ID: " NO ADVANCING.             261011MA
080240     ACCEPT WS-OPERATOR FREE.                                     261011MA
080250     IF WS-OPERATOR = SPACES                                      261011MA
080260        DISPLAY "Glossary entries are signed by name."            261011MA
080270        GO TO B8005-OPERATOR.                                     261011MA
080280     PERFORM B8100-GLS-LOAD THRU B8100-EXIT.                      261011MA
080290 B8010-MENU.                                                      261011MA
080300     DISPLAY " ".                                                 261011MA
080310     DISPLAY "FLDGLOS: A=add C=change L=list D=delete "           261011MA
080320             "X=save and back".                                   261011MA
080330     DISPLAY "Choice: " NO ADVANCING.                             261011MA
080340     ACCEPT WS-FILE-PICK FREE.                                    261011MA
080350     IF WS-FILE-PICK = "A" OR WS-FILE-PICK = "a"                  261011MA
080360        PERFORM B8300-GLS-ADD THRU B8300-EXIT                     261011MA
080370        GO TO B8010-MENU.                                         261011MA
080380     IF WS-FILE-PICK = "C" OR WS-FILE-PICK = "c"                  261011MA
080390        PERFORM B8600-GLS-CHANGE THRU B8600-EXIT                  261011MA
080400        GO TO B8010-MENU.                                         261011MA
080410     IF WS-FILE-PICK = "L" OR WS-FILE-PICK = "l"                  261011MA
080420        PERFORM B8500-GLS-LIST THRU B8500-EXIT                    261011MA
080430        GO TO B8010-MENU.                                         261011MA
080440     IF WS-FILE-PICK = "D" OR WS-FILE-PICK = "d"                  261011MA
080450        PERFORM B8700-GLS-DELETE THRU B8700-EXIT                  261011MA
080460        GO TO B8010-MENU.                                         261011MA
080470     IF WS-FILE-PICK = "X" OR WS-FILE-PICK = "x"                  261011MA
080480        PERFORM B8900-GLS-SAVE THRU B8900-EXIT                    261011MA
080490        GO TO B8000-EXIT.                                         261011MA
080500     DISPLAY "Please answer A, C, L, D or X.".                    261011MA
080510     GO TO B8010-MENU.                                            261011MA
080520 B8000-EXIT.  EXIT.                                               261011MA
080530*                                                                 261011MA
080540 B8100-GLS-LOAD.                                                  261011MA
080550     MOVE 0                    TO GS-COUNT.                       261011MA
080560     OPEN INPUT GLSFILE.                                          261011MA
080570     IF CC <> 0                                                   261011MA
080580        DISPLAY "CTLMAINT: " WS-GLS-NAME(1:8)                     261011MA
080590                " not found -- starting a new one"                261011MA
080600        GO TO B8100-EXIT                                          261011MA
080610     END-IF.                                                      261011MA
080620 B8110-READ.                                                      261011MA
080630     READ GLSFILE                                                 261011MA
080640        AT END                                                    261011MA
080650           GO TO B8190-DONE.                                      261011MA
080660     IF GS-COUNT >= MAX-GS-ENTRIES                                261011MA
080670        DISPLAY "CTLMAINT: entry table full, remainder of "       261011MA
080680                "file not loaded"                                 261011MA
080690        GO TO B8190-DONE.                                         261011MA
080700     ADD 1                     TO GS-COUNT.                       261011MA
080710     MOVE GLS-COPYLIB          TO GS-COPYLIB(GS-COUNT).           261011MA
080720     MOVE GLS-MEMBER           TO GS-MEMBER(GS-COUNT).            261011MA
080730     MOVE GLS-FIELD            TO GS-FIELD(GS-COUNT).             261011MA
080740     MOVE GLS-DESC             TO GS-DESC(GS-COUNT).              261011MA
080750     MOVE GLS-VALUES           TO GS-VALUES(GS-COUNT).            261011MA
080760     MOVE GLS-DEPT             TO GS-DEPT(GS-COUNT).              261011MA
080770     MOVE GLS-UPD-BY           TO GS-UPD-BY(GS-COUNT).            261011MA
080780     GO TO B8110-READ.                                            261011MA
080790 B8190-DONE.                                                      261011MA
080800     CLOSE GLSFILE.                                               261011MA
080810     MOVE GS-COUNT             TO ED-LIST-NO.                     261011MA
080820     DISPLAY "CTLMAINT: " ED-LIST-NO " entries loaded.".          261011MA
080830 B8100-EXIT.  EXIT.                                               261011MA
080840*                                                                 261011MA
080850 B8300-GLS-ADD.                                                   261011MA
080860     IF GS-COUNT >= MAX-GS-ENTRIES                                261011MA
080870        DISPLAY "CTLMAINT: entry table full"                      261011MA
080880        GO TO B8300-EXIT.                                         261011MA
080890     MOVE 0                    TO WS-ENTRY-NO.                    261011MA
080900     PERFORM B8400-GLS-PROMPT THRU B8400-EXIT.                    261011MA
080910     IF NOT EDIT-ACCEPTED                                         261011MA
080920        GO TO B8300-EXIT.                                         261011MA
080930     ADD 1                     TO GS-COUNT.                       261011MA
080940     MOVE GS-COUNT             TO GS-INDEX.                       261011MA
080950     PERFORM B8450-GLS-STORE THRU B8450-EXIT.                     261011MA
080960     DISPLAY "CTLMAINT: entry added.".                            261011MA
080970 B8300-EXIT.  EXIT.                                               261011MA
080980*                                                                 261011MA
080990*B8400-GLS-PROMPT collects and validates one glossary entry.      261011MA
081000*The copylib must exist; member and field names are upshifted     261011MA
081010*to match the copylib text, and a field may be described only     261011MA
081020*once per member.  A lone "/" in the copylib abandons the entry.  261011MA
081030 B8400-GLS-PROMPT.                                                261011MA
081040     MOVE "N"                  TO WS-EDIT-OK-SW.                  261011MA
081050 B8410-COPYLIB.                                                   261011MA
081060     DISPLAY "Copylib (/ to abandon): " NO ADVANCING.             261011MA
081070     ACCEPT ED-COPYLIB FREE.                                      261011MA
081080     IF ED-COPYLIB = "/"                                          261011MA
081090        GO TO B8400-EXIT.                                         261011MA
081100     IF ED-COPYLIB = SPACES                                       261011MA
081110        DISPLAY "A copylib name is required."                     261011MA
081120        GO TO B8410-COPYLIB.                                      261011MA
081130     INSPECT ED-COPYLIB CONVERTING                                261011MA
081140        "abcdefghijklmnopqrstuvwxyz" TO                           261011MA
081150        "ABCDEFGHIJKLMNOPQRSTUVWXYZ".                             261011MA
081160     MOVE ED-COPYLIB           TO WS-CHK-FILE.                    261011MA
081170     PERFORM E9000-CHECK-EXISTS THRU E9000-EXIT.                  261011MA
081180     IF NOT FILE-EXISTS                                           261011MA
081190        DISPLAY "CTLMAINT: " ED-COPYLIB " does not exist."        261011MA
081200        GO TO B8410-COPYLIB.                                      261011MA
081210 B8415-MEMBER.                                                    261011MA
081220     DISPLAY "Member: " NO ADVANCING.                             261011MA
081230     ACCEPT ED-GLS-MEMBER FREE.                                   261011MA
081240     IF ED-GLS-MEMBER = SPACES                                    261011MA
081250        DISPLAY "A member name is required."                      261011MA
081260        GO TO B8415-MEMBER.                                       261011MA
081270     INSPECT ED-GLS-MEMBER CONVERTING                             261011MA
081280        "abcdefghijklmnopqrstuvwxyz" TO                           261011MA
081290        "ABCDEFGHIJKLMNOPQRSTUVWXYZ".                             261011MA
081300 B8420-FIELD.                                                     261011MA
081310     DISPLAY "Field name: " NO ADVANCING.                         261011MA
081320     ACCEPT ED-GLS-FIELD FREE.                                    261011MA
081330     IF ED-GLS-FIELD = SPACES                                     261011MA
081340        DISPLAY "A field name is required."                       261011MA
081350        GO TO B8420-FIELD.                                        261011MA
081360     INSPECT ED-GLS-FIELD CONVERTING                              261011MA
081370        "abcdefghijklmnopqrstuvwxyz" TO                           261011MA
081380        "ABCDEFGHIJKLMNOPQRSTUVWXYZ".                             261011MA
081390     MOVE 1                    TO GS-INDEX.                       261011MA
081400 B8422-DUP.                                                       261011MA
081410     IF GS-INDEX <= GS-COUNT                                      261011MA
081420        IF GS-COPYLIB(GS-INDEX) = ED-COPYLIB                      261011MA
081430           AND GS-MEMBER(GS-INDEX) = ED-GLS-MEMBER                261011MA
081440           AND GS-FIELD(GS-INDEX) = ED-GLS-FIELD                  261011MA
081450           AND GS-INDEX NOT = WS-ENTRY-NO                         261011MA
081460           DISPLAY "CTLMAINT: " ED-GLS-MEMBER " "                 261011MA
081470                   ED-GLS-FIELD " already has an entry"           261011MA
081480           GO TO B8410-COPYLIB                                    261011MA
081490        END-IF                                                    261011MA
081500        ADD 1                  TO GS-INDEX                        261011MA
081510        GO TO B8422-DUP.                                          261011MA
081520 B8425-DESC.                                                      261011MA
081530     DISPLAY "What the field means: " NO ADVANCING.               261011MA
081540     ACCEPT ED-GLS-DESC FREE.                                     261011MA
081550     IF ED-GLS-DESC = SPACES                                      261011MA
081560        DISPLAY "A description is required."                      261011MA
081570        GO TO B8425-DESC.                                         261011MA
081580     DISPLAY "Valid values (blank when unrestricted): "           261011MA
081590             NO ADVANCING.                                        261011MA
081600     ACCEPT ED-GLS-VALUES FREE.                                   261011MA
081610 B8430-DEPT.                                                      261011MA
081620     DISPLAY "Owning department: " NO ADVANCING.                  261011MA
081630     ACCEPT ED-GLS-DEPT FREE.                                     261011MA
081640     IF ED-GLS-DEPT = SPACES                                      261011MA
081650        DISPLAY "An owning department is required."               261011MA
081660        GO TO B8430-DEPT.                                         261011MA
081670     MOVE "Y"                  TO WS-EDIT-OK-SW.                  261011MA
081680 B8400-EXIT.  EXIT.                                               261011MA
081690*                                                                 261011MA
081700 B8450-GLS-STORE.                                                 261011MA
081710     MOVE ED-COPYLIB           TO GS-COPYLIB(GS-INDEX).           261011MA
081720     MOVE ED-GLS-MEMBER        TO GS-MEMBER(GS-INDEX).            261011MA
081730     MOVE ED-GLS-FIELD         TO GS-FIELD(GS-INDEX).             261011MA
081740     MOVE ED-GLS-DESC          TO GS-DESC(GS-INDEX).              261011MA
081750     MOVE ED-GLS-VALUES        TO GS-VALUES(GS-INDEX).            261011MA
081760     MOVE ED-GLS-DEPT          TO GS-DEPT(GS-INDEX).              261011MA
081770     MOVE WS-OPERATOR          TO GS-UPD-BY(GS-INDEX).            261011MA
081780 B8450-EXIT.  EXIT.                                               261011MA
081790*                                                                 261011MA
081800*B8500-GLS-LIST shows the entries of one member, or every         261011MA
081810*entry when no member is given -- the glossary runs to far more   261011MA
081820*entries than the other control files.                            261011MA
081830 B8500-GLS-LIST.                                                  261011MA
081840     IF GS-COUNT = 0                                              261011MA
081850        DISPLAY "CTLMAINT: no entries."                           261011MA
081860        GO TO B8500-EXIT.                                         261011MA
081870     DISPLAY "Member (blank for all): " NO ADVANCING.             261011MA
081880     ACCEPT WS-LIST-MEMBER FREE.                                  261011MA
081890     INSPECT WS-LIST-MEMBER CONVERTING                            261011MA
081900        "abcdefghijklmnopqrstuvwxyz" TO                           261011MA
081910        "ABCDEFGHIJKLMNOPQRSTUVWXYZ".                             261011MA
081920     MOVE 1                    TO GS-INDEX.                       261011MA
081930 B8510-NEXT.                                                      261011MA
081940     IF GS-INDEX > GS-COUNT                                       261011MA
081950        GO TO B8500-EXIT.                                         261011MA
081960     IF WS-LIST-MEMBER NOT = SPACES                               261011MA
081970        AND GS-MEMBER(GS-INDEX) NOT = WS-LIST-MEMBER              261011MA
081980        ADD 1                  TO GS-INDEX                        261011MA
081990        GO TO B8510-NEXT.                                         261011MA
082000     MOVE GS-INDEX             TO ED-LIST-NO.                     261011MA
082010     DISPLAY ED-LIST-NO ": " GS-COPYLIB(GS-INDEX)                 261011MA
082020             " " GS-MEMBER(GS-INDEX)                              261011MA
082030             " " GS-FIELD(GS-INDEX).                              261011MA
082040     DISPLAY "      " GS-DESC(GS-INDEX).                          261011MA
082050     IF GS-VALUES(GS-INDEX) NOT = SPACES                          261011MA
082060        DISPLAY "      values=" GS-VALUES(GS-INDEX).              261011MA
082070     DISPLAY "      dept=" GS-DEPT(GS-INDEX)                      261011MA
082080             " by=" GS-UPD-BY(GS-INDEX).                          261011MA
082090     ADD 1                     TO GS-INDEX.                       261011MA
082100     GO TO B8510-NEXT.                                            261011MA
082110 B8500-EXIT.  EXIT.                                               261011MA
082120*                                                                 261011MA
082130 B8600-GLS-CHANGE.                                                261011MA
082140     PERFORM B8500-GLS-LIST THRU B8500-EXIT.                      261011MA
082150     IF GS-COUNT = 0                                              261011MA
082160        GO TO B8600-EXIT.                                         261011MA
082170     PERFORM E9100-PICK-ENTRY THRU E9100-EXIT.                    261011MA
082180     IF WS-ENTRY-NO = 0 OR WS-ENTRY-NO > GS-COUNT                 261011MA
082190        DISPLAY "CTLMAINT: no such entry."                        261011MA
082200        GO TO B8600-EXIT.                                         261011MA
082210     PERFORM B8400-GLS-PROMPT THRU B8400-EXIT.                    261011MA
082220     IF NOT EDIT-ACCEPTED                                         261011MA
082230        GO TO B8600-EXIT.                                         261011MA
082240     MOVE WS-ENTRY-NO          TO GS-INDEX.                       261011MA
082250     PERFORM B8450-GLS-STORE THRU B8450-EXIT.                     261011MA
082260     DISPLAY "CTLMAINT: entry changed.".                          261011MA
082270 B8600-EXIT.  EXIT.                                               261011MA
082280*                                                                 261011MA
082290 B8700-GLS-DELETE.                                                261011MA
082300     PERFORM B8500-GLS-LIST THRU B8500-EXIT.                      261011MA
082310     IF GS-COUNT = 0                                              261011MA
082320        GO TO B8700-EXIT.                                         261011MA
082330     PERFORM E9100-PICK-ENTRY THRU E9100-EXIT.                    261011MA
082340     IF WS-ENTRY-NO = 0 OR WS-ENTRY-NO > GS-COUNT                 261011MA
082350        DISPLAY "CTLMAINT: no such entry."                        261011MA
082360        GO TO B8700-EXIT.                                         261011MA
082370     DISPLAY "Delete the entry for " GS-MEMBER(WS-ENTRY-NO)       261011MA
082380             " " GS-FIELD(WS-ENTRY-NO) ", Y/N: " NO ADVANCING.    261011MA
082390     ACCEPT WS-CONFIRM FREE.                                      261011MA
082400     IF WS-CONFIRM NOT = "Y"                                      261011MA
082410        DISPLAY "CTLMAINT: not deleted."                          261011MA
082420        GO TO B8700-EXIT.                                         261011MA
082430     MOVE WS-ENTRY-NO          TO GS-INDEX.                       261011MA
082440 B8710-SHIFT.                                                     261011MA
082450     IF GS-INDEX >= GS-COUNT                                      261011MA
082460        SUBTRACT 1 FROM GS-COUNT                                  261011MA
082470        DISPLAY "CTLMAINT: entry deleted."                        261011MA
082480        GO TO B8700-EXIT.                                         261011MA
082490     MOVE GS-ENTRY(GS-INDEX + 1) TO GS-ENTRY(GS-INDEX).           261011MA
082500     ADD 1                     TO GS-INDEX.                       261011MA
082510     GO TO B8710-SHIFT.                                           261011MA
082520 B8700-EXIT.  EXIT.                                               261011MA
082530*                                                                 261011MA
082540 B8900-GLS-SAVE.                                                  261011MA
082550     OPEN OUTPUT GLSFILE.                                         261011MA
082560     MOVE 1                    TO GS-INDEX.                       261011MA
082570 B8910-NEXT.                                                      261011MA
082580     IF GS-INDEX > GS-COUNT                                       261011MA
082590        GO TO B8990-DONE.                                         261011MA
082600     MOVE SPACES               TO GLS-RECORD.                     261011MA
082610     MOVE GS-COPYLIB(GS-INDEX) TO GLS-COPYLIB.                    261011MA
082620     MOVE GS-MEMBER(GS-INDEX)  TO GLS-MEMBER.                     261011MA
082630     MOVE GS-FIELD(GS-INDEX)   TO GLS-FIELD.                      261011MA
082640     MOVE GS-DESC(GS-INDEX)    TO GLS-DESC.                       261011MA
082650     MOVE GS-VALUES(GS-INDEX)  TO GLS-VALUES.                     261011MA
082660     MOVE GS-DEPT(GS-INDEX)    TO GLS-DEPT.                       261011MA
082670     MOVE GS-UPD-BY(GS-INDEX)  TO GLS-UPD-BY.                     261011MA
082680     WRITE GLS-RECORD.                                            261011MA
082690     ADD 1                     TO GS-INDEX.                       261011MA
082700     GO TO B8910-NEXT.                                            261011MA
082710 B8990-DONE.                                                      261011MA
082720     CLOSE GLSFILE.                                               261011MA
082730     MOVE GS-COUNT             TO ED-LIST-NO.                     261011MA
082740     DISPLAY "CTLMAINT: " ED-LIST-NO " entries written to "       261011MA
082750             WS-GLS-NAME(1:8).                                    261011MA
082760 B8900-EXIT.  EXIT.                                               261011MA
082780*                                                                 261012MA
082790*=========================================================        261012MA
082800*OPRAUTH maintenance -- which operators AUTHCHK lets run the      261012MA
082810*destructive and restore utilities: CLEANDSK WIPE (a wipe         261012MA
082820*after a backup) and NOBACKUP (a wipe with none), SNAPREST        261012MA
082830*RESTORE (to a standalone file) and LIVE (into the copylib),      261012MA
082840*AUDARCH ARCHIVE, or "@" for every function of the program,       261012MA
082850*each optionally limited to one file or, ended with "@", a        261012MA
082860*file set.  Only a supervisor -- an operator holding CTLMAINT     261012MA
082870*SUPER -- may come in here; while OPRAUTH holds no supervisor     261012MA
082880*the first grant made must be the operator's own SUPER.  A        261012MA
082890*grant is made or revoked, never changed, each one is logged      261012MA
082900*to CLAUDIT, and the last supervisor cannot be revoked.           261012MA
082902*An OPRAUTH that is there but will not open refuses the option    261012MA
082904*outright -- it is never mistaken for a missing one.              261012MA
082910*=========================================================        261012MA
082920 B9000-AUT-MAINT.                                                 261012MA
082930     MOVE "N"                  TO WS-SUPER-SW.                    261012MA
082940 B9005-OPERATOR.                                                  261012MA
082950     DISPLAY "Enter your operator ID: " NO ADVANCING.             261012MA
082960     ACCEPT WS-OPERATOR FREE.                                     261012MA
082970     IF WS-OPERATOR = SPACES                                      261012MA
082980        DISPLAY "Authorizations are granted by name."             261012MA
082990        GO TO B9005-OPERATOR.                                     261012MA
083000     INSPECT WS-OPERATOR CONVERTING                               261012MA
083010        "abcdefghijklmnopqrstuvwxyz" TO                           261012MA
083020        "ABCDEFGHIJKLMNOPQRSTUVWXYZ".                             261012MA
083030     MOVE WS-OPERATOR          TO AR-OPERATOR.                    261012MA
083040     PERFORM B9100-AUT-LOAD THRU B9100-EXIT.                      261012MA
083042     IF OPRAUTH-UNREADABLE                                        261012MA
083044        GO TO B9000-EXIT.                                         261012MA
083050     PERFORM B9150-COUNT-SUPER THRU B9150-EXIT.                   261012MA
083060     IF WS-SUPER-CT = 0                                           261012MA
083070        DISPLAY "CTLMAINT: OPRAUTH has no supervisor yet -- "     261012MA
083080                "the first grant must be your own CTLMAINT "      261012MA
083090                "SUPER."                                          261012MA
083100        GO TO B9010-MENU.                                         261012MA
083110     IF NOT OPERATOR-IS-SUPER                                     261012MA
083120        PERFORM B9050-REFUSE THRU B9050-EXIT                      261012MA
083130        GO TO B9000-EXIT.                                         261012MA
083140 B9010-MENU.                                                      261012MA
083150     DISPLAY " ".                                                 261012MA
083160     DISPLAY "OPRAUTH: G=grant L=list R=revoke "                  261012MA
083170             "X=save and back".                                   261012MA
083180     DISPLAY "Choice: " NO ADVANCING.                             261012MA
083190     ACCEPT WS-FILE-PICK FREE.                                    261012MA
083200     IF WS-FILE-PICK = "G" OR WS-FILE-PICK = "g"                  261012MA
083210        PERFORM B9300-AUT-GRANT THRU B9300-EXIT                   261012MA
083220        GO TO B9010-MENU.                                         261012MA
083230     IF WS-FILE-PICK = "L" OR WS-FILE-PICK = "l"                  261012MA
083240        PERFORM B9500-AUT-LIST THRU B9500-EXIT                    261012MA
083250        GO TO B9010-MENU.                                         261012MA
083260     IF WS-FILE-PICK = "R" OR WS-FILE-PICK = "r"                  261012MA
083270        PERFORM B9700-AUT-REVOKE THRU B9700-EXIT                  261012MA
083280        GO TO B9010-MENU.                                         261012MA
083290     IF WS-FILE-PICK = "X" OR WS-FILE-PICK = "x"                  261012MA
083300        PERFORM B9900-AUT-SAVE THRU B9900-EXIT                    261012MA
083310        GO TO B9000-EXIT.                                         261012MA
083320     DISPLAY "Please answer G, L, R or X.".                       261012MA
083330     GO TO B9010-MENU.                                            261012MA
083340 B9000-EXIT.  EXIT.                                               261012MA
083350*                                                                 261012MA
083360*B9050-REFUSE turns away an operator who is not a supervisor      261012MA
083370*-- nothing is shown or saved, NOTIFY is warned and the attempt   261012MA
083380*is logged to CLAUDIT the way the utilities log theirs.           261012MA
083390 B9050-REFUSE.                                                    261012MA
083400     DISPLAY "CTLMAINT: " WS-OPERATOR " is not an OPRAUTH "       261012MA
083410             "supervisor -- refused.".                            261012MA
083420     MOVE "W"                  TO NF-SEVERITY.                    261012MA
083430     MOVE SPACES               TO NF-MESSAGE.                     261012MA
083440     STRING "OPERATOR " DELIMITED BY SIZE                         261012MA
083450            WS-OPERATOR DELIMITED BY SPACES                       261012MA
083460            " REFUSED OPRAUTH MAINTENANCE" DELIMITED BY SIZE      261012MA
083470       INTO NF-MESSAGE.                                           261012MA
083480     CALL "NOTIFY" USING WS-NOTIFY-REQUEST.                       261012MA
083490     MOVE "REFUSE"             TO AR-EVENT.                       261012MA
083500     MOVE "NOAUTH"             TO AR-OUTCOME.                     261012MA
083510     MOVE "OPRAUTH"            TO AR-PARM-1.                      261012MA
083520     MOVE "SUPER"              TO AR-PARM-2.                      261012MA
083530     CALL "AUDLOG" USING WS-AUDIT-REQUEST.                        261012MA
083540     IF RETURN-CODE NOT = 0                                       261012MA
083550        DISPLAY "CTLMAINT: audit log entry not recorded"          261012MA
083560     END-IF.                                                      261012MA
083570 B9050-EXIT.  EXIT.                                               261012MA
083580*                                                                 261012MA
083590 B9100-AUT-LOAD.                                                  261012MA
083600     MOVE 0                    TO AU-COUNT.                       261012MA
083602     MOVE "Y"                  TO WS-AUT-OPEN-SW.                 261012MA
083604     OPEN INPUT AUTFILE.                                          261012MA
083606     IF CC = 0                                                    261012MA
083608        GO TO B9110-READ.                                         261012MA
083610     MOVE "OPRAUTH"            TO WS-CHK-FILE.                    261012MA
083612     PERFORM E9000-CHECK-EXISTS THRU E9000-EXIT.                  261012MA
083614     IF NOT FILE-EXISTS                                           261012MA
083616        DISPLAY "CTLMAINT: OPRAUTH not found -- starting a "      261012MA
083618                "new one"                                         261012MA
083620        GO TO B9100-EXIT.                                         261012MA
083622*OPRAUTH is there but will not open -- held by another run,       261012MA
083624*damaged or secured.  Starting a new one would put the screen     261012MA
083626*into its no-supervisor bootstrap and the save would overwrite    261012MA
083628*every grant on file, so option 9 is refused instead.             261012MA
083630     MOVE "N"                  TO WS-AUT-OPEN-SW.                 261012MA
083632     DISPLAY "CTLMAINT: OPRAUTH exists but cannot be opened -- "  261012MA
083634             "OPRAUTH maintenance refused.".                      261012MA
083636     MOVE "REFUSE"             TO AR-EVENT.                       261012MA
083638     MOVE "FAIL"               TO AR-OUTCOME.                     261012MA
083640     MOVE "OPRAUTH"            TO AR-PARM-1.                      261012MA
083642     MOVE "UNREADABLE"         TO AR-PARM-2.                      261012MA
083644     CALL "AUDLOG" USING WS-AUDIT-REQUEST.                        261012MA
083646     IF RETURN-CODE NOT = 0                                       261012MA
083648        DISPLAY "CTLMAINT: audit log entry not recorded"          261012MA
083650     END-IF.                                                      261012MA
083652     GO TO B9100-EXIT.                                            261012MA
083670 B9110-READ.                                                      261012MA
083680     READ AUTFILE                                                 261012MA
083690        AT END                                                    261012MA
083700           GO TO B9190-DONE.                                      261012MA
083710     IF AU-COUNT >= MAX-AU-ENTRIES                                261012MA
083720        DISPLAY "CTLMAINT: entry table full, remainder of "       261012MA
083730                "file not loaded"                                 261012MA
083740        GO TO B9190-DONE.                                         261012MA
083750     ADD 1                     TO AU-COUNT.                       261012MA
083760     MOVE AUT-OPERATOR         TO AU-OPERATOR(AU-COUNT).          261012MA
083770     MOVE AUT-PROGRAM          TO AU-PROGRAM(AU-COUNT).           261012MA
083780     MOVE AUT-FUNCTION         TO AU-FUNCTION(AU-COUNT).          261012MA
083790     MOVE AUT-FILE-PATTERN     TO AU-FILE-PATTERN(AU-COUNT).      261012MA
083800     MOVE AUT-GRANTED-BY       TO AU-GRANTED-BY(AU-COUNT).        261012MA
083810     MOVE AUT-GRANT-DATE       TO AU-GRANT-DATE(AU-COUNT).        261012MA
083820     MOVE AUT-REFERENCE        TO AU-REFERENCE(AU-COUNT).         261012MA
083830     GO TO B9110-READ.                                            261012MA
083840 B9190-DONE.                                                      261012MA
083850     CLOSE AUTFILE.                                               261012MA
083860     MOVE AU-COUNT             TO ED-LIST-NO.                     261012MA
083870     DISPLAY "CTLMAINT: " ED-LIST-NO " entries loaded.".          261012MA
083880 B9100-EXIT.  EXIT.                                               261012MA
083890*                                                                 261012MA
083900*B9150-COUNT-SUPER counts the supervisor grants on file and       261012MA
083910*notes whether the operator signed in holds one.                  261012MA
083920 B9150-COUNT-SUPER.                                               261012MA
083930     MOVE 0                    TO WS-SUPER-CT.                    261012MA
083940     MOVE 1                    TO AU-INDEX.                       261012MA
083950 B9160-NEXT.                                                      261012MA
083960     IF AU-INDEX > AU-COUNT                                       261012MA
083970        GO TO B9150-EXIT.                                         261012MA
083980     IF AU-PROGRAM(AU-INDEX) = "CTLMAINT"                         261012MA
083990        ADD 1                  TO WS-SUPER-CT                     261012MA
084000        IF AU-OPERATOR(AU-INDEX) = WS-OPERATOR                    261012MA
084010           MOVE "Y"            TO WS-SUPER-SW                     261012MA
084020        END-IF                                                    261012MA
084030     END-IF.                                                      261012MA
084040     ADD 1                     TO AU-INDEX.                       261012MA
084050     GO TO B9160-NEXT.                                            261012MA
084060 B9150-EXIT.  EXIT.                                               261012MA
084070*                                                                 261012MA
084080*B9300-AUT-GRANT makes a grant.  The program and function must    261012MA
084090*be ones AUTHCHK is asked about; a CTLMAINT grant is always       261012MA
084100*SUPER and never limited to a file.                               261012MA
084110 B9300-AUT-GRANT.                                                 261012MA
084120     IF AU-COUNT >= MAX-AU-ENTRIES                                261012MA
084130        DISPLAY "CTLMAINT: entry table full"                      261012MA
084140        GO TO B9300-EXIT.                                         261012MA
084150 B9310-OPERATOR.                                                  261012MA
084160     DISPLAY "Operator to authorize (/ to abandon): "             261012MA
084170             NO ADVANCING.                                        261012MA
084180     MOVE SPACES               TO ED-AUT-OPERATOR.                261012MA
084190     ACCEPT ED-AUT-OPERATOR FREE.                                 261012MA
084200     IF ED-AUT-OPERATOR = "/"                                     261012MA
084210        GO TO B9300-EXIT.                                         261012MA
084220     IF ED-AUT-OPERATOR = SPACES                                  261012MA
084230        DISPLAY "An operator ID is required."                     261012MA
084240        GO TO B9310-OPERATOR.                                     261012MA
084250     INSPECT ED-AUT-OPERATOR CONVERTING                           261012MA
084260        "abcdefghijklmnopqrstuvwxyz" TO                           261012MA
084270        "ABCDEFGHIJKLMNOPQRSTUVWXYZ".                             261012MA
084280 B9320-PROGRAM.                                                   261012MA
084290     DISPLAY "Program, CLEANDSK SNAPREST AUDARCH or CTLMAINT: "   261012MA
084300             NO ADVANCING.                                        261012MA
084310     MOVE SPACES               TO ED-AUT-PROGRAM.                 261012MA
084320     ACCEPT ED-AUT-PROGRAM FREE.                                  261012MA
084330     INSPECT ED-AUT-PROGRAM CONVERTING                            261012MA
084340        "abcdefghijklmnopqrstuvwxyz" TO                           261012MA
084350        "ABCDEFGHIJKLMNOPQRSTUVWXYZ".                             261012MA
084360     IF ED-AUT-PROGRAM = "CTLMAINT"                               261012MA
084370        MOVE "SUPER"           TO ED-AUT-FUNCTION                 261012MA
084380        MOVE SPACES            TO ED-FILE-NAME                    261012MA
084390        GO TO B9345-BOOTSTRAP.                                    261012MA
084400     IF ED-AUT-PROGRAM NOT = "CLEANDSK"                           261012MA
084410        AND ED-AUT-PROGRAM NOT = "SNAPREST"                       261012MA
084420        AND ED-AUT-PROGRAM NOT = "AUDARCH"                        261012MA
084430        DISPLAY "Only CLEANDSK, SNAPREST, AUDARCH and CTLMAINT "  261012MA
084440                "are authorized through OPRAUTH."                 261012MA
084450        GO TO B9320-PROGRAM.                                      261012MA
084460 B9330-FUNCTION.                                                  261012MA
084470     IF ED-AUT-PROGRAM = "CLEANDSK"                               261012MA
084480        DISPLAY "Function, WIPE NOBACKUP or @ for both: "         261012MA
084490                NO ADVANCING.                                     261012MA
084500     IF ED-AUT-PROGRAM = "SNAPREST"                               261012MA
084510        DISPLAY "Function, RESTORE LIVE or @ for both: "          261012MA
084520                NO ADVANCING.                                     261012MA
084530     IF ED-AUT-PROGRAM = "AUDARCH"                                261012MA
084540        DISPLAY "Function, ARCHIVE: " NO ADVANCING.               261012MA
084550     MOVE SPACES               TO ED-AUT-FUNCTION.                261012MA
084560     ACCEPT ED-AUT-FUNCTION FREE.                                 261012MA
084570     INSPECT ED-AUT-FUNCTION CONVERTING                           261012MA
084580        "abcdefghijklmnopqrstuvwxyz" TO                           261012MA
084590        "ABCDEFGHIJKLMNOPQRSTUVWXYZ".                             261012MA
084600     IF ED-AUT-FUNCTION = "@"                                     261012MA
084610        GO TO B9340-FILES.                                        261012MA
084620     IF ED-AUT-PROGRAM = "CLEANDSK"                               261012MA
084630        AND (ED-AUT-FUNCTION = "WIPE"                             261012MA
084640             OR ED-AUT-FUNCTION = "NOBACKUP")                     261012MA
084650        GO TO B9340-FILES.                                        261012MA
084660     IF ED-AUT-PROGRAM = "SNAPREST"                               261012MA
084670        AND (ED-AUT-FUNCTION = "RESTORE"                          261012MA
084680             OR ED-AUT-FUNCTION = "LIVE")                         261012MA
084690        GO TO B9340-FILES.                                        261012MA
084700     IF ED-AUT-PROGRAM = "AUDARCH"                                261012MA
084710        AND ED-AUT-FUNCTION = "ARCHIVE"                           261012MA
084720        GO TO B9340-FILES.                                        261012MA
084730     DISPLAY "That is not a function of " ED-AUT-PROGRAM ".".     261012MA
084740     GO TO B9330-FUNCTION.                                        261012MA
084750 B9340-FILES.                                                     261012MA
084760     DISPLAY "File the grant covers, @ at the end for a file "    261012MA
084770             "set (blank for any file): " NO ADVANCING.           261012MA
084780     MOVE SPACES               TO ED-FILE-NAME.                   261012MA
084790     ACCEPT ED-FILE-NAME FREE.                                    261012MA
084800     INSPECT ED-FILE-NAME CONVERTING                              261012MA
084810        "abcdefghijklmnopqrstuvwxyz" TO                           261012MA
084820        "ABCDEFGHIJKLMNOPQRSTUVWXYZ".                             261012MA
084821*BATCH is claimed by any run given a control file, so a BATCH     261012MA
084822*grant is always held to a file or file set.                      261012MA
084823     IF ED-AUT-OPERATOR = "BATCH"                                 261012MA
084824        AND (ED-FILE-NAME = SPACES OR ED-FILE-NAME = "@")         261012MA
084825        DISPLAY "A BATCH grant must name its file or file set."   261012MA
084826        GO TO B9340-FILES.                                        261012MA
084830 B9345-BOOTSTRAP.                                                 261012MA
084840     IF WS-SUPER-CT = 0                                           261012MA
084850        AND (ED-AUT-PROGRAM NOT = "CTLMAINT"                      261012MA
084860             OR ED-AUT-OPERATOR NOT = WS-OPERATOR)                261012MA
084870        DISPLAY "CTLMAINT: the first grant must make "            261012MA
084880                WS-OPERATOR " a CTLMAINT supervisor."             261012MA
084890        GO TO B9300-EXIT.                                         261012MA
084900     MOVE 1                    TO AU-INDEX.                       261012MA
084910 B9347-DUP.                                                       261012MA
084920     IF AU-INDEX > AU-COUNT                                       261012MA
084930        GO TO B9350-REFERENCE.                                    261012MA
084940     IF AU-OPERATOR(AU-INDEX) = ED-AUT-OPERATOR                   261012MA
084950        AND AU-PROGRAM(AU-INDEX) = ED-AUT-PROGRAM                 261012MA
084960        AND AU-FUNCTION(AU-INDEX) = ED-AUT-FUNCTION               261012MA
084970        AND AU-FILE-PATTERN(AU-INDEX) = ED-FILE-NAME              261012MA
084980        DISPLAY "CTLMAINT: that grant is already on file."        261012MA
084990        GO TO B9300-EXIT.                                         261012MA
085000     ADD 1                     TO AU-INDEX.                       261012MA
085010     GO TO B9347-DUP.                                             261012MA
085020 B9350-REFERENCE.                                                 261012MA
085030     DISPLAY "Approval reference: " NO ADVANCING.                 261012MA
085040     MOVE SPACES               TO ED-REFERENCE.                   261012MA
085050     ACCEPT ED-REFERENCE FREE.                                    261012MA
085060     IF ED-REFERENCE = SPACES                                     261012MA
085070        DISPLAY "A grant needs the approval it is made under."    261012MA
085080        GO TO B9350-REFERENCE.                                    261012MA
085090 B9360-DATE.                                                      261012MA
085100     DISPLAY "Date the grant was approved YYYYMMDD: "             261012MA
085110             NO ADVANCING.                                        261012MA
085120     MOVE SPACES               TO ED-DATE-X.                      261012MA
085130     ACCEPT ED-DATE-X FREE.                                       261012MA
085140     IF ED-DATE-X IS NOT NUMERIC                                  261012MA
085150        DISPLAY "The date must be numeric YYYYMMDD."              261012MA
085160        GO TO B9360-DATE.                                         261012MA
085170     ADD 1                     TO AU-COUNT.                       261012MA
085180     MOVE ED-AUT-OPERATOR      TO AU-OPERATOR(AU-COUNT).          261012MA
085190     MOVE ED-AUT-PROGRAM       TO AU-PROGRAM(AU-COUNT).           261012MA
085200     MOVE ED-AUT-FUNCTION      TO AU-FUNCTION(AU-COUNT).          261012MA
085210     MOVE ED-FILE-NAME         TO AU-FILE-PATTERN(AU-COUNT).      261012MA
085220     MOVE WS-OPERATOR          TO AU-GRANTED-BY(AU-COUNT).        261012MA
085230     MOVE ED-DATE-X            TO AU-GRANT-DATE(AU-COUNT).        261012MA
085240     MOVE ED-REFERENCE         TO AU-REFERENCE(AU-COUNT).         261012MA
085250     IF ED-AUT-PROGRAM = "CTLMAINT"                               261012MA
085260        ADD 1                  TO WS-SUPER-CT                     261012MA
085270        IF ED-AUT-OPERATOR = WS-OPERATOR                          261012MA
085280           MOVE "Y"            TO WS-SUPER-SW                     261012MA
085290        END-IF                                                    261012MA
085300     END-IF.                                                      261012MA
085310     MOVE "GRANT"              TO AR-EVENT.                       261012MA
085320     MOVE AU-COUNT             TO AU-INDEX.                       261012MA
085330     PERFORM B9800-LOG-GRANT THRU B9800-EXIT.                     261012MA
085340     DISPLAY "CTLMAINT: authorization granted.".                  261012MA
085350 B9300-EXIT.  EXIT.                                               261012MA
085360*                                                                 261012MA
085370 B9500-AUT-LIST.                                                  261012MA
085380     IF AU-COUNT = 0                                              261012MA
085390        DISPLAY "CTLMAINT: no entries."                           261012MA
085400        GO TO B9500-EXIT.                                         261012MA
085410     MOVE 1                    TO AU-INDEX.                       261012MA
085420 B9510-NEXT.                                                      261012MA
085430     IF AU-INDEX > AU-COUNT                                       261012MA
085440        GO TO B9500-EXIT.                                         261012MA
085450     MOVE AU-INDEX             TO ED-LIST-NO.                     261012MA
085460     IF AU-FILE-PATTERN(AU-INDEX) = SPACES                        261012MA
085470        DISPLAY ED-LIST-NO ": " AU-OPERATOR(AU-INDEX)             261012MA
085480                " " AU-PROGRAM(AU-INDEX)                          261012MA
085490                " " AU-FUNCTION(AU-INDEX) " any file"             261012MA
085500     ELSE                                                         261012MA
085510        DISPLAY ED-LIST-NO ": " AU-OPERATOR(AU-INDEX)             261012MA
085520                " " AU-PROGRAM(AU-INDEX)                          261012MA
085530                " " AU-FUNCTION(AU-INDEX)                         261012MA
085540                " " AU-FILE-PATTERN(AU-INDEX)                     261012MA
085550     END-IF.                                                      261012MA
085560     DISPLAY "      by=" AU-GRANTED-BY(AU-INDEX)                  261012MA
085570             " on=" AU-GRANT-DATE(AU-INDEX)                       261012MA
085580             " ref=" AU-REFERENCE(AU-INDEX).                      261012MA
085590     ADD 1                     TO AU-INDEX.                       261012MA
085600     GO TO B9510-NEXT.                                            261012MA
085610 B9500-EXIT.  EXIT.                                               261012MA
085620*                                                                 261012MA
085630*B9700-AUT-REVOKE withdraws a grant, on a confirmed yes.  The     261012MA
085640*last supervisor grant stays, or nobody could maintain OPRAUTH.   261012MA
085650 B9700-AUT-REVOKE.                                                261012MA
085660     PERFORM B9500-AUT-LIST THRU B9500-EXIT.                      261012MA
085670     IF AU-COUNT = 0                                              261012MA
085680        GO TO B9700-EXIT.                                         261012MA
085690     PERFORM E9100-PICK-ENTRY THRU E9100-EXIT.                    261012MA
085700     IF WS-ENTRY-NO = 0 OR WS-ENTRY-NO > AU-COUNT                 261012MA
085710        DISPLAY "CTLMAINT: no such entry."                        261012MA
085720        GO TO B9700-EXIT.                                         261012MA
085730     IF AU-PROGRAM(WS-ENTRY-NO) = "CTLMAINT"                      261012MA
085740        AND WS-SUPER-CT < 2                                       261012MA
085750        DISPLAY "CTLMAINT: the last supervisor grant cannot "     261012MA
085760                "be revoked."                                     261012MA
085770        GO TO B9700-EXIT.                                         261012MA
085780     DISPLAY "Revoke " AU-OPERATOR(WS-ENTRY-NO) " "               261012MA
085790             AU-PROGRAM(WS-ENTRY-NO) " "                          261012MA
085800             AU-FUNCTION(WS-ENTRY-NO) ", Y/N: " NO ADVANCING.     261012MA
085810     ACCEPT WS-CONFIRM FREE.                                      261012MA
085820     IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"             261012MA
085830        DISPLAY "CTLMAINT: not revoked."                          261012MA
085840        GO TO B9700-EXIT.                                         261012MA
085850     MOVE WS-ENTRY-NO          TO AU-INDEX.                       261012MA
085860     IF AU-PROGRAM(AU-INDEX) = "CTLMAINT"                         261012MA
085870        SUBTRACT 1 FROM WS-SUPER-CT.                              261012MA
085880     MOVE "REVOKE"             TO AR-EVENT.                       261012MA
085890     PERFORM B9800-LOG-GRANT THRU B9800-EXIT.                     261012MA
085900 B9710-SHIFT.                                                     261012MA
085910     IF AU-INDEX >= AU-COUNT                                      261012MA
085920        SUBTRACT 1 FROM AU-COUNT                                  261012MA
085930        DISPLAY "CTLMAINT: authorization revoked."                261012MA
085940        GO TO B9700-EXIT.                                         261012MA
085950     MOVE AU-ENTRY(AU-INDEX + 1) TO AU-ENTRY(AU-INDEX).           261012MA
085960     ADD 1                     TO AU-INDEX.                       261012MA
085970     GO TO B9710-SHIFT.                                           261012MA
085980 B9700-EXIT.  EXIT.                                               261012MA
085990*                                                                 261012MA
086000*B9800-LOG-GRANT writes the AR-EVENT record for AU-INDEX's        261012MA
086010*grant to CLAUDIT through AUDLOG -- operator, program and         261012MA
086020*function, and the approval reference.                            261012MA
086030 B9800-LOG-GRANT.                                                 261012MA
086040     MOVE "OK"                 TO AR-OUTCOME.                     261012MA
086050     MOVE SPACES               TO AR-PARM-1.                      261012MA
086060     STRING AU-OPERATOR(AU-INDEX) DELIMITED BY SPACES             261012MA
086070            " " DELIMITED BY SIZE                                 261012MA
086080            AU-PROGRAM(AU-INDEX) DELIMITED BY SPACES              261012MA
086090            " " DELIMITED BY SIZE                                 261012MA
086100            AU-FUNCTION(AU-INDEX) DELIMITED BY SPACES             261012MA
086110       INTO AR-PARM-1.                                            261012MA
086120     MOVE AU-REFERENCE(AU-INDEX) TO AR-PARM-2.                    261012MA
086130     CALL "AUDLOG" USING WS-AUDIT-REQUEST.                        261012MA
086140     IF RETURN-CODE NOT = 0                                       261012MA
086150        DISPLAY "CTLMAINT: audit log entry not recorded"          261012MA
086160     END-IF.                                                      261012MA
086170 B9800-EXIT.  EXIT.                                               261012MA
086180*                                                                 261012MA
086190 B9900-AUT-SAVE.                                                  261012MA
086200     OPEN OUTPUT AUTFILE.                                         261012MA
086210     MOVE 1                    TO AU-INDEX.                       261012MA
086220 B9910-NEXT.                                                      261012MA
086230     IF AU-INDEX > AU-COUNT                                       261012MA
086240        GO TO B9990-DONE.                                         261012MA
086250     MOVE SPACES               TO AUT-RECORD.                     261012MA
086260     MOVE AU-OPERATOR(AU-INDEX)     TO AUT-OPERATOR.              261012MA
086270     MOVE AU-PROGRAM(AU-INDEX)      TO AUT-PROGRAM.               261012MA
086280     MOVE AU-FUNCTION(AU-INDEX)     TO AUT-FUNCTION.              261012MA
086290     MOVE AU-FILE-PATTERN(AU-INDEX) TO AUT-FILE-PATTERN.          261012MA
086300     MOVE AU-GRANTED-BY(AU-INDEX)   TO AUT-GRANTED-BY.            261012MA
086310     MOVE AU-GRANT-DATE(AU-INDEX)   TO AUT-GRANT-DATE.            261012MA
086320     MOVE AU-REFERENCE(AU-INDEX)    TO AUT-REFERENCE.             261012MA
086330     WRITE AUT-RECORD.                                            261012MA
086340     ADD 1                     TO AU-INDEX.                       261012MA
086350     GO TO B9910-NEXT.                                            261012MA
086360 B9990-DONE.                                                      261012MA
086370     CLOSE AUTFILE.                                               261012MA
086380     MOVE AU-COUNT             TO ED-LIST-NO.                     261012MA
086390     DISPLAY "CTLMAINT: " ED-LIST-NO " entries written to "       261012MA
086400             "OPRAUTH.".                                          261012MA
086410 B9900-EXIT.  EXIT.                                               261012MA
086420 END PROGRAM CTLMAINT.                                            261012MA
