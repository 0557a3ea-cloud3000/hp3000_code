002100*-----------------------------------------------------------------260902MA
002200* MODIFICATION HISTORY                                            260902MA
002300* 260902MA  INITIAL VERSION.                                      260902MA
002310* 261011MA  EACH FX- ANCHOR NOW CARRIES THE FIELD'S FLDGLOS       261011MA
002320*            DESCRIPTION, VALID VALUES AND OWNING DEPARTMENT, AND 261011MA
002330*            A FOURTH INFO PART NAMES THE USAGE-COUNT FILE        261011MA
002340*            (DEFAULT FLDUSE) -- PROGRAMS AND LINES PER FIELD --  261011MA
002350*            THAT GLOSCOV RANKS THE UNGLOSSED FIELDS FROM.        261011MA
002400*-----------------------------------------------------------------260902MA
002500*                                                                 260902MA
002600 ENVIRONMENT DIVISION.                                            260902MA
003600     SELECT PLISTFILE ASSIGN TO DUMMY USING WS-PLIST-NAME.        260902MA
003700     SELECT PROGFILE  ASSIGN TO DUMMY USING WS-PROG-NAME.         260902MA
003800     SELECT SRTFILE   ASSIGN TO "FXRSRT,,,,200000".               260902MA
003820     SELECT GLSFILE   ASSIGN TO "FLDGLOS,,,,5000".                261011MA
003840     SELECT USEFILE   ASSIGN TO DUMMY USING WS-USE-FILE.          261011MA
003900*                                                                 260902MA
004000 DATA DIVISION.                                                   260902MA
004100 FILE SECTION.                                                    260902MA
005800     RECORD CONTAINS 80 CHARACTERS.                               260902MA
005900 01  PROG-RECORD           PIC X(80).                             260902MA
006000*                                                                 260902MA
006002*The field glossary CTLMAINT maintains (see CTLMNTS GLSFILE).     261011MA
006004 FD  GLSFILE                                                      261011MA
006006     RECORD CONTAINS 200 CHARACTERS.                              261011MA
006008 01  GLS-RECORD.                                                  261011MA
006010     03  GLS-COPYLIB          PIC X(26).                          261011MA
006012     03  GLS-MEMBER           PIC X(08).                          261011MA
006014     03  GLS-FIELD            PIC X(30).                          261011MA
006016     03  GLS-DESC             PIC X(60).                          261011MA
006018     03  GLS-VALUES           PIC X(50).                          261011MA
006020     03  GLS-DEPT             PIC X(10).                          261011MA
006022     03  GLS-UPD-BY           PIC X(08).                          261011MA
006024     03  FILLER               PIC X(08).                          261011MA
006026*                                                                 261011MA
006028*One record per declared field: how many programs, and how many   261011MA
006030*program lines, name it.  A field nothing names still gets its    261011MA
006032*record, with zero counts.                                        261011MA
006034 FD  USEFILE                                                      261011MA
006036     RECORD CONTAINS 80 CHARACTERS.                               261011MA
006038 01  USE-RECORD.                                                  261011MA
006040     03  USE-COPYLIB          PIC X(26).                          261011MA
006042     03  USE-MEMBER           PIC X(08).                          261011MA
006044     03  USE-FIELD            PIC X(30).                          261011MA
006046     03  USE-PROGRAMS         PIC 9(05).                          261011MA
006048     03  USE-REFS             PIC 9(07).                          261011MA
006050     03  FILLER               PIC X(04).                          261011MA
006052*                                                                 261011MA
006100 SD  SRTFILE.                                                     260902MA
006200 01  SORT-RECORD.                                                 260902MA
006300     03 SR-MEMBER          PIC X(08).                             260902MA
006400     03 SR-FIELD           PIC X(30).                             260902MA
006500     03 SR-PROGNAME        PIC X(26).                             260902MA
006600     03 SR-LINE-NO         PIC 9(07).                             260902MA
006650     03 SR-FT-INDEX        PIC 9(05).                             261011MA
006700*                                                                 260902MA
006800 WORKING-STORAGE SECTION.                                         260902MA
006900*                                                                 260902MA
007400 01 DEST-FILE               PIC X(254) VALUE SPACES.              260902MA
007500 01 SAVE-NAME               PIC X(08)  VALUE SPACES.              260902MA
007600 01 SAVE-FIELD              PIC X(30)  VALUE SPACES.              260902MA
007620 01 WS-USE-NAME             PIC X(26)  VALUE SPACES.              261011MA
007640 01 WS-USE-FILE             PIC X(34)  VALUE "FLDUSE,,,,100000".  261011MA
007660 01 WS-LAST-PROG            PIC X(26)  VALUE SPACES.              261011MA
007680 01 WS-USE-COUNT            PIC S9(05) COMP VALUE 0.              261011MA
007700 01 WS-MORE-PROGS-SW        PIC X(01)  VALUE "Y".                 260902MA
007800    88 NO-MORE-PROGS                   VALUE "N".                 260902MA
007900 01 WS-LINE-EOF-SW          PIC X(01)  VALUE "N".                 260902MA
008900    03 FT-ENTRY OCCURS 3000.                                      260902MA
009000       05 FT-MEMBER          PIC X(08).                           260902MA
009100       05 FT-NAME            PIC X(30).                           260902MA
009120       05 FT-PROGRAMS        PIC S9(05) COMP.                     261011MA
009140       05 FT-REFS            PIC S9(07) COMP.                     261011MA
009200*                                                                 260902MA
009205*The glossary entries for this copylib.                           261011MA
009210 77 GL-COUNT                PIC S9(05) COMP VALUE 0.              261011MA
009215 77 GL-INDEX                PIC S9(05) COMP VALUE 0.              261011MA
009220 77 MAX-GL-ENTRIES          PIC S9(05) COMP VALUE 3000.           261011MA
009225 01 GLS-TABLE.                                                    261011MA
009230    03 GL-ENTRY OCCURS 3000.                                      261011MA
009235       05 GL-MEMBER          PIC X(08).                           261011MA
009240       05 GL-FIELD           PIC X(30).                           261011MA
009245       05 GL-DESC            PIC X(60).                           261011MA
009250       05 GL-VALUES          PIC X(50).                           261011MA
009255       05 GL-DEPT            PIC X(10).                           261011MA
009260 01 WS-GLS-HIT-SW           PIC X(01)  VALUE "N".                 261011MA
009265    88 GLOSSARY-HIT                    VALUE "Y".                 261011MA
009270*                                                                 261011MA
009272*Glossary text made safe for the HTML page (D1450).               261011MA
009274 01 WS-ESC-IN               PIC X(60)  VALUE SPACES.              261011MA
009276 01 WS-ESC-OUT              PIC X(300) VALUE SPACES.              261011MA
009278 01 WS-ESC-CH               PIC X(01)  VALUE SPACES.              261011MA
009280 01 WS-ESC-LEN              PIC S9(04) COMP VALUE 0.              261011MA
009282 01 WS-ESC-COL              PIC S9(04) COMP VALUE 0.              261011MA
009284 01 WS-ESC-PTR              PIC S9(04) COMP VALUE 0.              261011MA
009286*                                                                 261011MA
009300*Copylib line decode -- lead token must be a two-digit level      260902MA
009400*number, the way CPYLAYT opens a data entry.                      260902MA
009500 01 WS-STMT                 PIC X(65)  VALUE SPACES.              260902MA
017000     MOVE WS-COPYLIB           TO AR-PARM-1.                      260902MA
017100     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.               260902MA
017200     PERFORM B1000-LOAD-FIELDS THRU B1000-EXIT.                   260902MA
017250     PERFORM B2000-LOAD-GLOSSARY THRU B2000-EXIT.                 261011MA
017300     SORT SRTFILE ON ASCENDING KEY SR-MEMBER SR-FIELD             260902MA
017400                                   SR-PROGNAME SR-LINE-NO         260902MA
017500        INPUT PROCEDURE C1000-SCAN-PROGRAMS                       260902MA
017600        OUTPUT PROCEDURE D1000-WRITE-REPORT.                      260902MA
017650     PERFORM D2000-WRITE-USAGE THRU D2000-EXIT.                   261011MA
017700     DISPLAY "FLDXREF: " FT-COUNT " field(s), "                   260902MA
017800             WS-HIT-COUNT " reference(s) reported".               260902MA
017900     MOVE "FINISH"             TO AR-EVENT.                       260902MA
019300*A0100-GET-PARMS accepts the copylib whose fields are wanted,     260902MA
019400*the program-list control file and the report file to produce,    260902MA
019500*as one comma-separated RUN INFO string                           260902MA
019600*(COPYLIB,PLIST,DESTFILE,USEFILE) for the nightly stream or       261011MA
019700*prompted interactively -- the CPYXREF convention.  A blank       261011MA
019750*USEFILE writes the usage counts to FLDUSE.                       261011MA
019800 A0100-GET-PARMS.                                                 260902MA
019900     ACCEPT WS-RUN-INFO FROM COMMAND-LINE.                        260902MA
020000     IF WS-RUN-INFO NOT = SPACES                                  260902MA
020100        UNSTRING WS-RUN-INFO DELIMITED BY ","                     260902MA
020150           INTO WS-COPYLIB, WS-PLIST-NAME, DEST-FILE,             261011MA
020200                WS-USE-NAME                                       261011MA
020300     ELSE                                                         260902MA
020400        DISPLAY "Enter COPYLIB file name to map: "                260902MA
020500                NO ADVANCING                                      260902MA
021000        DISPLAY "Enter where-used report file name: "             260902MA
021100                NO ADVANCING                                      260902MA
021200        ACCEPT DEST-FILE FREE                                     260902MA
021220        DISPLAY "Enter usage-count file name (blank for "         261011MA
021240                "FLDUSE): " NO ADVANCING                          261011MA
021260        ACCEPT WS-USE-NAME FREE                                   261011MA
021300     END-IF.                                                      260902MA
021400     IF WS-COPYLIB = SPACES OR WS-PLIST-NAME = SPACES             260902MA
021500        OR DEST-FILE = SPACES                                     260902MA
021800        MOVE 16               TO RETURN-CODE                      260902MA
021900        STOP RUN                                                  260902MA
022000     END-IF.                                                      260902MA
022010     IF WS-USE-NAME NOT = SPACES                                  261011MA
022020        MOVE SPACES           TO WS-USE-FILE                      261011MA
022030        STRING WS-USE-NAME DELIMITED BY SPACES                    261011MA
022040               ",,,,100000" DELIMITED BY SIZE                     261011MA
022050          INTO WS-USE-FILE                                        261011MA
022060     END-IF.                                                      261011MA
022100 A0100-EXIT.  EXIT.                                               260902MA
022200*                                                                 260902MA
022300*A0150-SET-OPERATOR records who ran this report -- BATCH for a    260902MA
032700     ADD 1                    TO FT-COUNT.                        260902MA
032800     MOVE IR-COPY-NAME        TO FT-MEMBER(FT-COUNT).             260902MA
032900     MOVE WS-NAME-TOKEN       TO FT-NAME(FT-COUNT).               260902MA
032920     MOVE 0                   TO FT-PROGRAMS(FT-COUNT)            261011MA
032940                                 FT-REFS(FT-COUNT).               261011MA
033000 B1200-EXIT.  EXIT.                                               260902MA
033100*                                                                 260902MA
033200*E8100-STRIP-PERIOD drops the entry-ending period a name          260902MA
034200     IF WS-NAME-TOKEN(S1:1) = "."                                 260902MA
034300        MOVE SPACE            TO WS-NAME-TOKEN(S1:1).             260902MA
034400 E8100-EXIT.  EXIT.                                               260902MA
034402*                                                                 261011MA
034404*B2000-LOAD-GLOSSARY keeps the FLDGLOS entries for this copylib   261011MA
034406*so each anchor can say what its field means.  Without a          261011MA
034408*glossary the page goes out as it always has.                     261011MA
034410 B2000-LOAD-GLOSSARY.                                             261011MA
034412     MOVE 0                   TO GL-COUNT.                        261011MA
034414     OPEN INPUT GLSFILE.                                          261011MA
034416     IF CC <> 0                                                   261011MA
034418        DISPLAY "FLDXREF: no field glossary (FLDGLOS) -- "        261011MA
034420                "anchors written without descriptions"            261011MA
034422        GO TO B2000-EXIT                                          261011MA
034424     END-IF.                                                      261011MA
034426 B2010-READ.                                                      261011MA
034428     READ GLSFILE                                                 261011MA
034430        AT END                                                    261011MA
034432           GO TO B2090-DONE.                                      261011MA
034434     IF GLS-COPYLIB NOT = WS-COPYLIB                              261011MA
034436        GO TO B2010-READ.                                         261011MA
034438     IF GL-COUNT >= MAX-GL-ENTRIES                                261011MA
034440        DISPLAY "FLDXREF: glossary table full, remainder "        261011MA
034442                "not loaded"                                      261011MA
034444        GO TO B2090-DONE.                                         261011MA
034446     ADD 1                    TO GL-COUNT.                        261011MA
034448     MOVE GLS-MEMBER          TO GL-MEMBER(GL-COUNT).             261011MA
034450     MOVE GLS-FIELD           TO GL-FIELD(GL-COUNT).              261011MA
034452     MOVE GLS-DESC            TO GL-DESC(GL-COUNT).               261011MA
034454     MOVE GLS-VALUES          TO GL-VALUES(GL-COUNT).             261011MA
034456     MOVE GLS-DEPT            TO GL-DEPT(GL-COUNT).               261011MA
034458     GO TO B2010-READ.                                            261011MA
034460 B2090-DONE.                                                      261011MA
034462     CLOSE GLSFILE.                                               261011MA
034464     DISPLAY "FLDXREF: " GL-COUNT " glossary entries loaded".     261011MA
034466 B2000-EXIT.  EXIT.                                               261011MA
034500*                                                                 260902MA
034600*=========================================================        260902MA
034700*Scan every plist program for references to those names.          260902MA
044200     MOVE FT-NAME(FT-INDEX)   TO SR-FIELD LH-FIELD.               260902MA
044300     MOVE WS-PROG-NAME        TO SR-PROGNAME LH-PROGNAME.         260902MA
044400     MOVE WS-LINE-NO          TO SR-LINE-NO LH-LINE-NO.           260902MA
044450     MOVE FT-INDEX            TO SR-FT-INDEX.                     261011MA
044500     RELEASE SORT-RECORD.                                         260902MA
044600     ADD 1                    TO FT-INDEX.                        260902MA
044700     GO TO C1310-HUNT.                                            260902MA
050300               SR-MEMBER DELIMITED BY SPACES                      260902MA
050400               ' / ' DELIMITED BY SIZE                            260902MA
050500               SR-FIELD DELIMITED BY SPACES                       260902MA
050600               '</B>' DELIMITED BY SIZE                           261011MA
050700          INTO WS-LINE-PARM                                       260902MA
050800        PERFORM D1200-WRITE-LINE THRU D1200-EXIT                  260902MA
050820        PERFORM D1400-GLOSSARY-LINES THRU D1400-EXIT              261011MA
050840        MOVE SPACES               TO WS-LAST-PROG                 261011MA
050900        MOVE "Y"                  TO WS-GROUP-OPEN-SW             260902MA
051000     END-IF.                                                      260902MA
051010     ADD 1                        TO FT-REFS(SR-FT-INDEX).        261011MA
051020     IF SR-PROGNAME NOT = WS-LAST-PROG                            261011MA
051030        ADD 1                     TO FT-PROGRAMS(SR-FT-INDEX)     261011MA
051040        MOVE SR-PROGNAME          TO WS-LAST-PROG                 261011MA
051050     END-IF.                                                      261011MA
051100     MOVE SR-LINE-NO              TO ED-LINE-NO.                  260902MA
051200     MOVE SPACES                  TO WS-LINE-PARM.                260902MA
051300     STRING '<LI>' DELIMITED BY SIZE                              260902MA
052200        AT END                                                    260902MA
052300           MOVE "Y"               TO WS-BODY-EOF-SW.              260902MA
052400 D1300-EXIT.  EXIT.                                               260902MA
052401*                                                                 261011MA
052402*D1400-GLOSSARY-LINES finishes the anchor heading: the field's    261011MA
052403*glossary description, valid values and owning department when    261011MA
052404*the glossary has them, then the lead-in to the program list.     261011MA
052405 D1400-GLOSSARY-LINES.                                            261011MA
052406     MOVE "N"                     TO WS-GLS-HIT-SW.               261011MA
052407     MOVE 1                       TO GL-INDEX.                    261011MA
052408 D1410-HUNT.                                                      261011MA
052409     IF GL-INDEX > GL-COUNT                                       261011MA
052410        GO TO D1420-WRITE.                                        261011MA
052411     IF GL-MEMBER(GL-INDEX) = SR-MEMBER                           261011MA
052412        AND GL-FIELD(GL-INDEX) = SR-FIELD                         261011MA
052413        MOVE "Y"                  TO WS-GLS-HIT-SW                261011MA
052414        GO TO D1420-WRITE.                                        261011MA
052415     ADD 1                        TO GL-INDEX.                    261011MA
052416     GO TO D1410-HUNT.                                            261011MA
052417 D1420-WRITE.                                                     261011MA
052418     IF NOT GLOSSARY-HIT                                          261011MA
052419        MOVE " - referenced at:<UL>" TO WS-LINE-PARM              261011MA
052420        PERFORM D1200-WRITE-LINE THRU D1200-EXIT                  261011MA
052421        GO TO D1400-EXIT.                                         261011MA
052422     MOVE GL-DESC(GL-INDEX)       TO WS-ESC-IN.                   261011MA
052423     MOVE 60                      TO WS-ESC-LEN.                  261011MA
052424     PERFORM D1450-ESCAPE-TEXT THRU D1450-EXIT.                   261011MA
052425     MOVE SPACES                  TO WS-LINE-PARM.                261011MA
052426     STRING " - <I>" DELIMITED BY SIZE                            261011MA
052427            WS-ESC-OUT(1:WS-ESC-PTR - 1) DELIMITED BY SIZE        261011MA
052428            "</I>" DELIMITED BY SIZE                              261011MA
052429       INTO WS-LINE-PARM.                                         261011MA
052430     PERFORM D1200-WRITE-LINE THRU D1200-EXIT.                    261011MA
052431     IF GL-VALUES(GL-INDEX) NOT = SPACES                          261011MA
052432        MOVE GL-VALUES(GL-INDEX)  TO WS-ESC-IN                    261011MA
052433        MOVE 50                   TO WS-ESC-LEN                   261011MA
052434        PERFORM D1450-ESCAPE-TEXT THRU D1450-EXIT                 261011MA
052435        MOVE SPACES               TO WS-LINE-PARM                 261011MA
052436        STRING "<BR>Valid values: " DELIMITED BY SIZE             261011MA
052437               WS-ESC-OUT(1:WS-ESC-PTR - 1) DELIMITED BY SIZE     261011MA
052438          INTO WS-LINE-PARM                                       261011MA
052439        PERFORM D1200-WRITE-LINE THRU D1200-EXIT                  261011MA
052440     END-IF.                                                      261011MA
052441     IF GL-DEPT(GL-INDEX) NOT = SPACES                            261011MA
052442        MOVE GL-DEPT(GL-INDEX)    TO WS-ESC-IN                    261011MA
052443        MOVE 10                   TO WS-ESC-LEN                   261011MA
052444        PERFORM D1450-ESCAPE-TEXT THRU D1450-EXIT                 261011MA
052445        MOVE SPACES               TO WS-LINE-PARM                 261011MA
052446        STRING "<BR>Owning department: " DELIMITED BY SIZE        261011MA
052447               WS-ESC-OUT(1:WS-ESC-PTR - 1) DELIMITED BY SIZE     261011MA
052448          INTO WS-LINE-PARM                                       261011MA
052449        PERFORM D1200-WRITE-LINE THRU D1200-EXIT                  261011MA
052450     END-IF.                                                      261011MA
052451     MOVE "<BR>Referenced at:<UL>" TO WS-LINE-PARM.               261011MA
052452     PERFORM D1200-WRITE-LINE THRU D1200-EXIT.                    261011MA
052453 D1400-EXIT.  EXIT.                                               261011MA
052454*                                                                 261011MA
052455*D1450-ESCAPE-TEXT copies the first WS-ESC-LEN characters of      261011MA
052456*WS-ESC-IN to WS-ESC-OUT with <, > and & written as entities, the 261011MA
052457*way PGMHTML writes source lines, so glossary text typed through  261011MA
052458*CTLMAINT shows as typed and cannot break the page.  WS-ESC-PTR   261011MA
052459*is left one past the last character written.                     261011MA
052460 D1450-ESCAPE-TEXT.                                               261011MA
052461     MOVE SPACES                  TO WS-ESC-OUT.                  261011MA
052462     MOVE 1                       TO WS-ESC-PTR WS-ESC-COL.       261011MA
052463 D1460-CHAR.                                                      261011MA
052464     IF WS-ESC-COL > WS-ESC-LEN                                   261011MA
052465        GO TO D1450-EXIT.                                         261011MA
052466     MOVE WS-ESC-IN(WS-ESC-COL:1) TO WS-ESC-CH.                   261011MA
052467     IF WS-ESC-CH = "<"                                           261011MA
052468        STRING "&lt;" DELIMITED BY SIZE                           261011MA
052469          INTO WS-ESC-OUT WITH POINTER WS-ESC-PTR                 261011MA
052470     ELSE                                                         261011MA
052471        IF WS-ESC-CH = ">"                                        261011MA
052472           STRING "&gt;" DELIMITED BY SIZE                        261011MA
052473             INTO WS-ESC-OUT WITH POINTER WS-ESC-PTR              261011MA
052474        ELSE                                                      261011MA
052475           IF WS-ESC-CH = "&"                                     261011MA
052476              STRING "&amp;" DELIMITED BY SIZE                    261011MA
052477                INTO WS-ESC-OUT WITH POINTER WS-ESC-PTR           261011MA
052478           ELSE                                                   261011MA
052479              MOVE WS-ESC-CH       TO WS-ESC-OUT(WS-ESC-PTR:1)    261011MA
052480              ADD 1                TO WS-ESC-PTR                  261011MA
052481           END-IF                                                 261011MA
052482        END-IF                                                    261011MA
052483     END-IF.                                                      261011MA
052484     ADD 1                        TO WS-ESC-COL.                  261011MA
052485     GO TO D1460-CHAR.                                            261011MA
052486 D1450-EXIT.  EXIT.                                               261011MA
052500*                                                                 260902MA
052600 D1100-OPEN-REPORT.                                               260902MA
052700     MOVE 0                       TO S1.                          260902MA
056800        STOP RUN                                                  260902MA
056900     END-IF.                                                      260902MA
057000 D1200-EXIT.  EXIT.                                               260902MA
057002*                                                                 261011MA
057004*D2000-WRITE-USAGE writes the usage-count file from the field     261011MA
057006*table once the page is done -- every declared field, with the    261011MA
057008*programs and program lines that name it.                         261011MA
057010 D2000-WRITE-USAGE.                                               261011MA
057011     OPEN OUTPUT USEFILE.                                         261011MA
057012     IF CC <> 0                                                   261011MA
057013        DISPLAY "FLDXREF: cannot create usage file "              261011MA
057014                WS-USE-FILE                                       261011MA
057015        MOVE 1                TO WS-RUN-RC                        261011MA
057016        GO TO D2000-EXIT                                          261011MA
057017     END-IF.                                                      261011MA
057018     MOVE 0                       TO WS-USE-COUNT.                261011MA
057019     MOVE 1                       TO FT-INDEX.                    261011MA
057020 D2010-NEXT.                                                      261011MA
057021     IF FT-INDEX > FT-COUNT                                       261011MA
057022        GO TO D2090-DONE.                                         261011MA
057023     MOVE SPACES                  TO USE-RECORD.                  261011MA
057024     MOVE WS-COPYLIB              TO USE-COPYLIB.                 261011MA
057025     MOVE FT-MEMBER(FT-INDEX)     TO USE-MEMBER.                  261011MA
057026     MOVE FT-NAME(FT-INDEX)       TO USE-FIELD.                   261011MA
057027     MOVE FT-PROGRAMS(FT-INDEX)   TO USE-PROGRAMS.                261011MA
057028     MOVE FT-REFS(FT-INDEX)       TO USE-REFS.                    261011MA
057029     WRITE USE-RECORD.                                            261011MA
057030     ADD 1                        TO WS-USE-COUNT.                261011MA
057031     ADD 1                        TO FT-INDEX.                    261011MA
057032     GO TO D2010-NEXT.                                            261011MA
057033 D2090-DONE.                                                      261011MA
057034     CLOSE USEFILE.                                               261011MA
057035     DISPLAY "FLDXREF: " WS-USE-COUNT " usage count(s) written".  261011MA
057036 D2000-EXIT.  EXIT.                                               261011MA
057100*                                                                 260902MA
057200*B9500-LOG-AUDIT-EVENT appends one record to the shared           260902MA
057300*operations audit-trail log via AUDLOG.                           260902MA
