003080*            ONE WITH NO DATA FIELDS.                             260822MA
003090* 260902MA  FIELD FACTS NOW ALSO WRITTEN TO THE MACHINE-          260902MA
003095*            READABLE LAYDATA FILE FOR THE MIGRATION TEAM.        260902MA
003096* 261010MA  LAYOUT DATA FILE MAY BE NAMED IN INFO (CTLFILE,       261010MA
003097*            LAYFILE) FOR PARALLEL REFRESH WORKERS.               261010MA
003098* 261011MA  FIELDS CARRY THEIR FLDGLOS DESCRIPTION; LAYDATA       261011MA
003099*            RECORD GROWS FROM 96 TO 156 BYTES.                   261011MA
003100*-----------------------------------------------------------------260822MA
003200*                                                                 260822MA
003300 ENVIRONMENT DIVISION.                                            260822MA
004310*Machine-readable copy of the computed layouts -- one record      260902MA
004320*per field, for the MySQL migration scripts (the way CPYXREF      260902MA
004330*writes XRFDATA alongside its HTML report).                       260902MA
004335*A parallel refresh worker names its own file (see A0100).        261010MA
004340     SELECT LAYFILE  ASSIGN TO DUMMY USING WS-LAY-FILE.           261010MA
004385*The field glossary the analysts keep through CTLMAINT; each      261011MA
004390*field's business description rides along on its layout line.     261011MA
004395     SELECT GLSFILE  ASSIGN TO "FLDGLOS,,,,5000".                 261011MA
004400*                                                                 260822MA
004500 DATA DIVISION.                                                   260822MA
004600 FILE SECTION.                                                    260822MA
006100     03  CTL-DEST-FILE        PIC X(254).                         260822MA
006200     03  CTL-INDEX-FILE       PIC X(254).                         260822MA
006300     03  CTL-LAYOUT-FILE      PIC X(254).                         260822MA
006305*                                                                 261011MA
006310*One glossary entry per record -- the copylib, member and field   261011MA
006315*it describes, then what the field means, the values it may       261011MA
006320*hold and the department that owns it (see CTLMNTS GLSFILE).      261011MA
006325 FD  GLSFILE                                                      261011MA
006330     RECORD CONTAINS 200 CHARACTERS.                              261011MA
006335 01  GLS-RECORD.                                                  261011MA
006340     03  GLS-COPYLIB          PIC X(26).                          261011MA
006345     03  GLS-MEMBER           PIC X(08).                          261011MA
006350     03  GLS-FIELD            PIC X(30).                          261011MA
006355     03  GLS-DESC             PIC X(60).                          261011MA
006360     03  GLS-VALUES           PIC X(50).                          261011MA
006365     03  GLS-DEPT             PIC X(10).                          261011MA
006370     03  GLS-UPD-BY           PIC X(08).                          261011MA
006375     03  FILLER               PIC X(08).                          261011MA
006400*                                                                 260822MA
006410*One record per field of every member mapped this run.            260902MA
006420 FD  LAYFILE                                                      260902MA
006430     RECORD CONTAINS 156 CHARACTERS.                              261011MA
006440 01  LAY-RECORD.                                                  260902MA
006450     03  LAY-COPYLIB          PIC X(26).                          260902MA
006460     03  LAY-MEMBER           PIC X(08).                          260902MA
006484     03  LAY-LENGTH           PIC 9(09).                          260902MA
006486     03  LAY-USAGE            PIC X(08).                          260902MA
006488     03  LAY-OCCURS           PIC 9(04).                          260902MA
006489     03  LAY-DESC             PIC X(60).                          261011MA
006490*                                                                 260902MA
006500 WORKING-STORAGE SECTION.                                         260822MA
006600*                                                                 260822MA
006900 01 WS-COPYLIB              PIC X(26)  VALUE SPACES.              260822MA
007000 01 WS-LAYOUT-FILE          PIC X(254) VALUE SPACES.              260822MA
007100 01 WS-HTML-DOC             PIC X(254) VALUE SPACES.              260822MA
007120 01 WS-LAY-FILE             PIC X(34)  VALUE "LAYDATA,,,,100000". 261010MA
007140 01 WS-LAY-NAME             PIC X(26)  VALUE SPACES.              261010MA
007200 01 WS-BATCH-SW             PIC X(01)  VALUE "N".                 260822MA
007300    88 BATCH-MODE                      VALUE "Y".                 260822MA
007400 01 WS-MORE-SW              PIC X(01)  VALUE "Y".                 260822MA
014280    03 AR-PARM-1               PIC X(26) VALUE SPACES.            260822MA
014282    03 AR-PARM-2               PIC X(10) VALUE SPACES.            260822MA
014300*                                                                 260822MA
014305*The glossary descriptions for the copylib being mapped, loaded   261011MA
014310*afresh for each copylib, and the one found for the field in      261011MA
014315*hand (blank when the glossary has none).                         261011MA
014320 77 GL-COUNT                PIC S9(04) COMP VALUE 0.              261011MA
014325 77 GL-INDEX                PIC S9(04) COMP VALUE 0.              261011MA
014330 77 MAX-GL-ENTRIES          PIC S9(04) COMP VALUE 3000.           261011MA
014335 01 GLS-TABLE.                                                    261011MA
014340    03 GL-ENTRY OCCURS 3000.                                      261011MA
014345       05 GL-MEMBER          PIC X(08).                           261011MA
014350       05 GL-FIELD           PIC X(30).                           261011MA
014355       05 GL-DESC            PIC X(60).                           261011MA
014360 01 WS-FLD-DESC             PIC X(60)  VALUE SPACES.              261011MA
014365 01 WS-GLS-SW               PIC X(01)  VALUE "Y".                 261011MA
014370    88 NO-GLOSSARY                     VALUE "N".                 261011MA
014375*                                                                 261011MA
014380*The description made safe for the HTML layout line (C1380);      261011MA
014382*LAYDATA keeps it as typed.                                       261011MA
014384 01 WS-ESC-OUT              PIC X(300) VALUE SPACES.              261011MA
014386 01 WS-ESC-CH               PIC X(01)  VALUE SPACES.              261011MA
014388 01 WS-ESC-COL              PIC S9(04) COMP VALUE 0.              261011MA
014390 01 WS-ESC-PTR              PIC S9(04) COMP VALUE 0.              261011MA
014392*                                                                 261011MA
014400 01 HPFOPEN-PARMS.                                                260822MA
014500    03 HP-CONST-0           PIC S9(9)  COMP SYNC VALUE 0.         260822MA
014600    03 HP-CONST-1           PIC S9(9)  COMP SYNC VALUE 1.         260822MA
017400*                                                                 260822MA
017500*A0100-GET-PARMS decides between an unattended batch run driven   260822MA
017600*by the same control file CL2HTML reads (its name supplied as     260822MA
017700*the RUN command INFO string, optionally followed by a comma and  261010MA
017750*the layout data file to write) and an interactive run prompted   261010MA
017800*through ACCEPT -- the CL2HTML parameter convention.              260822MA
017900 A0100-GET-PARMS.                                                 260822MA
018000     IF WS-CTLFILE-NAME = SPACES AND WS-COPYLIB = SPACES          260822MA
018100        ACCEPT WS-RUN-INFO FROM COMMAND-LINE                      260822MA
018200        IF WS-RUN-INFO NOT = SPACES                               260822MA
018300           MOVE "Y"             TO WS-BATCH-SW                    260822MA
018400           UNSTRING WS-RUN-INFO DELIMITED BY ","                  261010MA
018410              INTO WS-CTLFILE-NAME, WS-LAY-NAME                   261010MA
018420           IF WS-LAY-NAME NOT = SPACES                            261010MA
018430              MOVE SPACES       TO WS-LAY-FILE                    261010MA
018440              STRING WS-LAY-NAME DELIMITED BY SPACES              261010MA
018450                     ",,,,100000" DELIMITED BY SIZE               261010MA
018460                INTO WS-LAY-FILE                                  261010MA
018470           END-IF                                                 261010MA
018500           OPEN INPUT CTLFILE                                     260822MA
018600           IF CC <> 0                                             260822MA
018700              DISPLAY "CPYLAYT: cannot open control file "        260822MA
024200        MOVE 16               TO WS-RUN-RC                        260822MA
024300        GO TO B1000-EXIT                                          260822MA
024400     END-IF.                                                      260822MA
024450     PERFORM B1050-LOAD-GLOSSARY THRU B1050-EXIT.                 261011MA
024500     PERFORM B1100-OPEN-DEST THRU B1100-EXIT.                     260822MA
024600     CALL INTRINSIC "DATELINE" USING DATE-BUFF.                   260822MA
024700     MOVE SPACES              TO WS-LINE-PARM.                    260822MA
028500     CALL INTRINSIC "FCLOSE" USING HP-FNUM, %1, 0.                260822MA
028600     DISPLAY "CPYLAYT: finished " WS-COPYLIB.                     260822MA
028700 B1000-EXIT.  EXIT.                                               260822MA
028702*                                                                 261011MA
028704*B1050-LOAD-GLOSSARY keeps the FLDGLOS entries for this copylib.  261011MA
028706*With no glossary the pages go out without descriptions, as       261011MA
028708*they always have; that is said once, not per copylib.            261011MA
028710 B1050-LOAD-GLOSSARY.                                             261011MA
028712     MOVE 0                   TO GL-COUNT.                        261011MA
028714     IF NO-GLOSSARY                                               261011MA
028716        GO TO B1050-EXIT.                                         261011MA
028718     OPEN INPUT GLSFILE.                                          261011MA
028720     IF CC <> 0                                                   261011MA
028722        DISPLAY "CPYLAYT: no field glossary (FLDGLOS) -- "        261011MA
028724                "layouts written without descriptions"            261011MA
028726        MOVE "N"              TO WS-GLS-SW                        261011MA
028728        GO TO B1050-EXIT                                          261011MA
028730     END-IF.                                                      261011MA
028732 B1060-READ.                                                      261011MA
028734     READ GLSFILE                                                 261011MA
028736        AT END                                                    261011MA
028738           GO TO B1080-DONE.                                      261011MA
028740     IF GLS-COPYLIB NOT = WS-COPYLIB                              261011MA
028742        GO TO B1060-READ.                                         261011MA
028744     IF GL-COUNT >= MAX-GL-ENTRIES                                261011MA
028746        DISPLAY "CPYLAYT: glossary table full for "               261011MA
028748                WS-COPYLIB ", remainder not loaded"               261011MA
028750        GO TO B1080-DONE.                                         261011MA
028752     ADD 1                    TO GL-COUNT.                        261011MA
028754     MOVE GLS-MEMBER          TO GL-MEMBER(GL-COUNT).             261011MA
028756     MOVE GLS-FIELD           TO GL-FIELD(GL-COUNT).              261011MA
028758     MOVE GLS-DESC            TO GL-DESC(GL-COUNT).               261011MA
028760     GO TO B1060-READ.                                            261011MA
028762 B1080-DONE.                                                      261011MA
028764     CLOSE GLSFILE.                                               261011MA
028766 B1050-EXIT.  EXIT.                                               261011MA
028800*                                                                 260822MA
028900*B1100-OPEN-DEST opens the layout page through HPFOPEN exactly    260822MA
029000*as CL2HTML opens its own destination file.                       260822MA
073700            " START LENGTH OCCURS USAGE    REMARKS"               260822MA
073710            DELIMITED BY SIZE                                     260822MA
073720       INTO WS-LINE-PARM.                                         260822MA
073740     MOVE "DESCRIPTION"       TO WS-LINE-PARM(116:11).            261011MA
073800     PERFORM C9100-WRITE-LINE THRU C9100-EXIT.                    260822MA
073960     MOVE 1                   TO FLD-INDEX.                       260822MA
074000 C1300-NEXT.                                                      260822MA
076500        STRING "SYNC" DELIMITED BY SIZE                           260822MA
076600          INTO WS-REMARKS                                         260822MA
076700          WITH POINTER WS-RMK-PTR.                                260822MA
076750     PERFORM C1370-FIND-GLOSSARY THRU C1370-EXIT.                 261011MA
076760     PERFORM C1380-ESCAPE-DESC THRU C1380-EXIT.                   261011MA
076800     MOVE SPACES                TO WS-LINE-PARM.                  260822MA
076900     STRING ED-LEVEL " " DELIMITED BY SIZE                        260822MA
077000            FLD-NAME(FLD-INDEX) DELIMITED BY SIZE                 260822MA
077100            " " ED-START " " ED-LENGTH DELIMITED BY SIZE          260822MA
077200            " " ED-OCCURS "  " DELIMITED BY SIZE                  260822MA
077300            FLD-USAGE(FLD-INDEX) " " DELIMITED BY SIZE            260822MA
077400            WS-REMARKS " " DELIMITED BY SIZE                      261011MA
077450            WS-ESC-OUT(1:WS-ESC-PTR - 1) DELIMITED BY SIZE        261011MA
077500       INTO WS-LINE-PARM.                                         260822MA
077600     PERFORM C9100-WRITE-LINE THRU C9100-EXIT.                    260822MA
077650     PERFORM C1360-WRITE-LAY-REC THRU C1360-EXIT.                 260902MA
077724     MOVE FLD-LENGTH(FLD-INDEX) TO LAY-LENGTH.                    260902MA
077726     MOVE FLD-USAGE(FLD-INDEX)  TO LAY-USAGE.                     260902MA
077728     MOVE FLD-OCCURS(FLD-INDEX) TO LAY-OCCURS.                    260902MA
077729     MOVE WS-FLD-DESC           TO LAY-DESC.                      261011MA
077730     WRITE LAY-RECORD.                                            260902MA
077732 C1360-EXIT.  EXIT.                                               260902MA
077734*                                                                 261011MA
077736*C1370-FIND-GLOSSARY looks the field in hand up among the         261011MA
077738*copylib's glossary entries and leaves its description (or        261011MA
077740*spaces) in WS-FLD-DESC for the layout line and LAYDATA.          261011MA
077742 C1370-FIND-GLOSSARY.                                             261011MA
077744     MOVE SPACES              TO WS-FLD-DESC.                     261011MA
077746     MOVE 1                   TO GL-INDEX.                        261011MA
077748 C1375-HUNT.                                                      261011MA
077750     IF GL-INDEX > GL-COUNT                                       261011MA
077752        GO TO C1370-EXIT.                                         261011MA
077754     IF GL-MEMBER(GL-INDEX) = SAVE-NAME                           261011MA
077756        AND GL-FIELD(GL-INDEX) = FLD-NAME(FLD-INDEX)              261011MA
077758        MOVE GL-DESC(GL-INDEX) TO WS-FLD-DESC                     261011MA
077760        GO TO C1370-EXIT.                                         261011MA
077762     ADD 1                    TO GL-INDEX.                        261011MA
077764     GO TO C1375-HUNT.                                            261011MA
077766 C1370-EXIT.  EXIT.                                               261011MA
077767*                                                                 261011MA
077768*C1380-ESCAPE-DESC copies WS-FLD-DESC to WS-ESC-OUT with <, > and 261011MA
077769*& written as entities, the way PGMHTML writes source lines, so a 261011MA
077770*description typed through CTLMAINT cannot break the page.        261011MA
077771*WS-ESC-PTR is left one past the last character written.          261011MA
077772 C1380-ESCAPE-DESC.                                               261011MA
077773     MOVE SPACES              TO WS-ESC-OUT.                      261011MA
077774     MOVE 1                   TO WS-ESC-PTR WS-ESC-COL.           261011MA
077775 C1385-CHAR.                                                      261011MA
077776     IF WS-ESC-COL > 60                                           261011MA
077777        GO TO C1380-EXIT.                                         261011MA
077778     MOVE WS-FLD-DESC(WS-ESC-COL:1) TO WS-ESC-CH.                 261011MA
077779     IF WS-ESC-CH = "<"                                           261011MA
077780        STRING "&lt;" DELIMITED BY SIZE                           261011MA
077781          INTO WS-ESC-OUT WITH POINTER WS-ESC-PTR                 261011MA
077782     ELSE                                                         261011MA
077783        IF WS-ESC-CH = ">"                                        261011MA
077784           STRING "&gt;" DELIMITED BY SIZE                        261011MA
077785             INTO WS-ESC-OUT WITH POINTER WS-ESC-PTR              261011MA
077786        ELSE                                                      261011MA
077787           IF WS-ESC-CH = "&"                                     261011MA
077788              STRING "&amp;" DELIMITED BY SIZE                    261011MA
077789                INTO WS-ESC-OUT WITH POINTER WS-ESC-PTR           261011MA
077790           ELSE                                                   261011MA
077791              MOVE WS-ESC-CH   TO WS-ESC-OUT(WS-ESC-PTR:1)        261011MA
077792              ADD 1            TO WS-ESC-PTR                      261011MA
077793           END-IF                                                 261011MA
077794        END-IF                                                    261011MA
077795     END-IF.                                                      261011MA
077796     ADD 1                    TO WS-ESC-COL.                      261011MA
077797     GO TO C1385-CHAR.                                            261011MA
077798 C1380-EXIT.  EXIT.                                               261011MA
077800*                                                                 260822MA
077900*E8000-NEXT-TOKEN returns the next blank-delimited token from     260822MA
078000*the entry buffer, with any statement-ending period stripped.     260822MA
