000100******************************************************************260929MA
000200* PGM2HTML -- PROGRAM SOURCE PAGES LINKED INTO THE DOC SET        260929MA
000300******************************************************************260929MA
000400 IDENTIFICATION DIVISION.                                         260929MA
000500 PROGRAM-ID.     PGM2HTML.                                        260929MA
000600 AUTHOR.     MICHAEL ANDERSON.                                    260929MA
000700 DATE-COMPILED.                                                   260929MA
000800*                   COPYRIGHT 2007                                260929MA
000900*          J3K Solutions All rights reserved.                     260929MA
001000*                                                                 260929MA
001100* THE COPYLIB DOCUMENTS AND THE TWO CROSS-REFERENCE REPORTS SAY   260929MA
001200* WHICH PROGRAMS USE A MEMBER OR A SUBPROGRAM, BUT THE TRAIL      260929MA
001300* STOPPED AT THE PROGRAM NAME.  THIS PROGRAM WRITES ONE HTML      260929MA
001400* PAGE PER PROGRAM IN THE PLIST -- THE SAME CONTROL FILE CPYXREF  260929MA
001500* AND CALLXREF READ -- SHOWING ITS SOURCE WITH:                   260929MA
001600*   - AN INDEX OF ITS PARAGRAPHS AND SECTIONS AT THE TOP, EACH    260929MA
001700*     LINKED TO AN ANCHOR (PA-NAME) ON ITS HEADER LINE;           260929MA
001800*   - EVERY COPY LINKED TO THE MEMBER'S ANCHOR IN THE CL2HTML     260929MA
001900*     DOCUMENT THE PLIST ENTRY NAMES, AS CPYXREF LINKS IT;        260929MA
002000*   - EVERY CALL LINKED TO THE CALLED PROGRAM'S CL- ANCHOR IN THE 260929MA
002100*     CALLXREF REPORT, WHICH LISTS ITS OTHER CALLERS.             260929MA
002200* COPY AND CALL ARE FOUND BY THE SAME RULES THE TWO XREF          260929MA
002300* PROGRAMS USE, SO EVERY LINK LANDS ON AN ANCHOR THEY WROTE.      260929MA
002400* A PAGE IS NAMED FOR ITS SOURCE FILE IN THE PAGE GROUP GIVEN ON  260929MA
002500* THE RUN (CPYXREFS.SOURCE.GROUP -> CPYXREFS.PGMHTML.GROUP), AND  260929MA
002600* EVERY PAGE WRITTEN IS LISTED IN A PAGE-LIST FILE LAID OUT LIKE  260929MA
002700* LNKCTL, WHICH LINKCHK SWEEPS WITH THE REST OF THE DOC SET.      260929MA
002800*-----------------------------------------------------------------260929MA
002900* MODIFICATION HISTORY                                            260929MA
003000* 260929MA  INITIAL VERSION.                                      260929MA
003100*-----------------------------------------------------------------260929MA
003200*                                                                 260929MA
003300 ENVIRONMENT DIVISION.                                            260929MA
003400 CONFIGURATION SECTION.                                           260929MA
003500 SOURCE-COMPUTER. HP-3000.                                        260929MA
003600 OBJECT-COMPUTER. HP-3000.                                        260929MA
003700 SPECIAL-NAMES.                                                   260929MA
003800 CONDITION-CODE IS CC.                                            260929MA
003900*                                                                 260929MA
004000 INPUT-OUTPUT SECTION.                                            260929MA
004100 FILE-CONTROL.                                                    260929MA
004200     SELECT PLISTFILE ASSIGN TO DUMMY USING WS-PLIST-NAME.        260929MA
004300     SELECT PROGFILE  ASSIGN TO DUMMY USING WS-PROG-NAME.         260929MA
004400*One generated page name per record -- the LNKCTL layout.         260929MA
004500     SELECT PGLFILE   ASSIGN TO DUMMY USING WS-PAGELIST-NAME.     260929MA
004600*                                                                 260929MA
004700 DATA DIVISION.                                                   260929MA
004800 FILE SECTION.                                                    260929MA
004900*Same program-list layout CPYXREF reads -- the HTML document is   260929MA
005000*where this program's COPY members are documented.                260929MA
005100 FD  PLISTFILE                                                    260929MA
005200     RECORD CONTAINS 280 CHARACTERS.                              260929MA
005300 01  PLIST-RECORD.                                                260929MA
005400     03 PL-PROG-NAME        PIC X(26).                            260929MA
005500     03 PL-HTML-DOC         PIC X(254).                           260929MA
005600*                                                                 260929MA
005700 FD  PROGFILE                                                     260929MA
005800     RECORD CONTAINS 80 CHARACTERS.                               260929MA
005900 01  PROG-RECORD           PIC X(80).                             260929MA
006000*                                                                 260929MA
006100 FD  PGLFILE                                                      260929MA
006200     RECORD CONTAINS 254 CHARACTERS.                              260929MA
006300 01  PGL-RECORD.                                                  260929MA
006400     03 PGL-PAGE-NAME      PIC X(254).                            260929MA
006500*                                                                 260929MA
006600 WORKING-STORAGE SECTION.                                         260929MA
006700*                                                                 260929MA
006800 01 WS-RUN-INFO             PIC X(254) VALUE SPACES.              260929MA
006900 01 WS-PLIST-NAME           PIC X(26)  VALUE SPACES.              260929MA
007000 01 WS-PROG-NAME            PIC X(26)  VALUE SPACES.              260929MA
007100 01 WS-CALL-REPORT          PIC X(254) VALUE SPACES.              260929MA
007200 01 WS-PAGE-GROUP           PIC X(26)  VALUE SPACES.              260929MA
007300 01 WS-PAGELIST-NAME        PIC X(26)  VALUE SPACES.              260929MA
007400*Document used for a plist entry that names none, as CPYXREF      260929MA
007500*defaults it; blank leaves such a program's COPYs unlinked.       260929MA
007600 01 WS-CL2HTML-DOC          PIC X(254) VALUE SPACES.              260929MA
007700 01 WS-ENTRY-HTML-DOC       PIC X(254) VALUE SPACES.              260929MA
007800 01 DEST-FILE               PIC X(254) VALUE SPACES.              260929MA
007900 01 WS-PROG-FILE-PART       PIC X(26)  VALUE SPACES.              260929MA
008000 01 WS-PAGE-CT              PIC S9(04) COMP VALUE 0.              260929MA
008100 01 WS-MISSING-CT           PIC S9(04) COMP VALUE 0.              260929MA
008200*                                                                 260929MA
008300*Paragraph and section names of the program on hand, collected    260929MA
008400*on a first pass so the index can head the page.                  260929MA
008500 77 PA-COUNT                PIC S9(04) COMP VALUE 0.              260929MA
008600 77 PA-INDEX                PIC S9(04) COMP VALUE 0.              260929MA
008700 77 MAX-PA-ENTRIES          PIC S9(04) COMP VALUE 2000.           260929MA
008800 01 PARAGRAPH-TABLE.                                              260929MA
008900    03 PA-ENTRY              PIC X(30) OCCURS 2000.               260929MA
009000 01 WS-PROC-SEEN-SW         PIC X(01)  VALUE "N".                 260929MA
009100    88 IN-PROCEDURE                    VALUE "Y".                 260929MA
009200 01 WS-PARA-NAME            PIC X(30)  VALUE SPACES.              260929MA
009300 01 WS-WORD-1               PIC X(40)  VALUE SPACES.              260929MA
009400 01 WS-WORD-2               PIC X(40)  VALUE SPACES.              260929MA
009500 01 WS-WORD-LEN             PIC S9(04) COMP VALUE 0.              260929MA
009600 01 WS-PASS                 PIC 9(01)  VALUE 1.                   260929MA
009700*                                                                 260929MA
009800*COPY or CALL target found on the line: where its name sits in    260929MA
009900*the 80-column record and the anchor it links to.                 260929MA
010000 01 WS-CODE-AREA            PIC X(65)  VALUE SPACES.              260929MA
010100 01 WS-FOUND-CT             PIC S9(04) COMP VALUE 0.              260929MA
010200 01 WS-SCAN-IX              PIC S9(04) COMP VALUE 0.              260929MA
010300 01 WS-LINK-START           PIC S9(04) COMP VALUE 0.              260929MA
010400 01 WS-LINK-END             PIC S9(04) COMP VALUE 0.              260929MA
010500 01 WS-LINK-NAME            PIC X(30)  VALUE SPACES.              260929MA
010600 01 WS-LINK-NAME-LEN        PIC S9(04) COMP VALUE 0.              260929MA
010700 01 WS-LINK-OPEN            PIC X(300) VALUE SPACES.              260929MA
010800 01 WS-LINK-OPEN-LEN        PIC S9(04) COMP VALUE 0.              260929MA
010900 01 WS-QUOTE-CH             PIC X(01)  VALUE SPACE.               260929MA
011000*                                                                 260929MA
011100*Page line being built; a source line with its escapes and link   260929MA
011200*must fit one 250-byte record, or it goes out without the link.   260929MA
011300 01 WS-BUILD-LINE           PIC X(800) VALUE SPACES.              260929MA
011400 01 WS-BUILD-PTR            PIC S9(04) COMP VALUE 1.              260929MA
011500 01 WS-SRC-LEN              PIC S9(04) COMP VALUE 0.              260929MA
011600 01 WS-COL                  PIC S9(04) COMP VALUE 0.              260929MA
011700 01 WS-CH                   PIC X(01)  VALUE SPACE.               260929MA
011800 01 WS-ANCHOR-TEXT          PIC X(60)  VALUE SPACES.              260929MA
011900 01 WS-LINE-EOF-SW          PIC X(01)  VALUE "N".                 260929MA
012000    88 LINE-EOF                        VALUE "Y".                 260929MA
012100 01 WS-LEAD-CT              PIC S9(04) COMP VALUE 0.              260929MA
012200 01 WS-NAME-LEN             PIC S9(04) COMP VALUE 0.              260929MA
012300*Page lines are written 250 bytes wide, the same record size as   260929MA
012400*the CL2HTML pages, so LINKCHK reads them with its one layout.    260929MA
012500 01 WS-LINE-PARM            PIC X(250) VALUE SPACES.              260929MA
012600 01 ERR                     PIC S9(04) COMP VALUE 0.              260929MA
012700 01 ERR-LEN                 PIC S9(04) COMP VALUE 0.              260929MA
012800 01 ERR-MSG                 PIC X(78)  VALUE SPACES.              260929MA
012900 01 DATE-BUFF               PIC X(27)  VALUE SPACES.              260929MA
013000*Operator identity and audit-log request passed to AUDLOG.        260929MA
013100 01 WS-OPERATOR             PIC X(08)  VALUE SPACES.              260929MA
013200 01 WS-AUDIT-REQUEST.                                             260929MA
013300    03 AR-PROGRAM-NAME         PIC X(08) VALUE "PGM2HTML".        260929MA
013400    03 AR-OPERATOR             PIC X(08) VALUE SPACES.            260929MA
013500    03 AR-EVENT                PIC X(06) VALUE SPACES.            260929MA
013600    03 AR-OUTCOME              PIC X(08) VALUE SPACES.            260929MA
013700    03 AR-PARM-1               PIC X(26) VALUE SPACES.            260929MA
013800    03 AR-PARM-2               PIC X(10) VALUE SPACES.            260929MA
013900*                                                                 260929MA
014000 01 HPFOPEN-PARMS.                                                260929MA
014100    03 HP-CONST-0           PIC S9(9)  COMP SYNC VALUE 0.         260929MA
014200    03 HP-CONST-1           PIC S9(9)  COMP SYNC VALUE 1.         260929MA
014300    03 HP-CONST-2           PIC S9(9)  COMP SYNC VALUE 2.         260929MA
014400    03 HP-CONST-4           PIC S9(9)  COMP SYNC VALUE 4.         260929MA
014500    03 HP-CONST-9           PIC S9(9)  COMP SYNC VALUE 9.         260929MA
014600    03 HP-FILE-NAME         PIC X(256) VALUE SPACES.              260929MA
014700    03 HP-FNUM-D            PIC S9(9)  COMP SYNC.                 260929MA
014800    03 HP-FNUM-D-REDEF REDEFINES HP-FNUM-D.                       260929MA
014900       05                   PIC X(02).                            260929MA
015000       05 HP-FNUM           PIC S9(4)  COMP.                      260929MA
015100    03 HP-STATUS            PIC S9(9)  COMP SYNC.                 260929MA
015200*                                                                 260929MA
015300*=================================================================260929MA
015400*Main logical flow                                                260929MA
015500*=================================================================260929MA
015600 PROCEDURE DIVISION.                                              260929MA
015700 BEGIN-0000.                                                      260929MA
015800     DISPLAY "PGM2HTML Version 1.00, Copyright J3K Solutions".    260929MA
015900     PERFORM A0100-GET-PARMS THRU A0100-EXIT.                     260929MA
016000     PERFORM A0150-SET-OPERATOR THRU A0150-EXIT.                  260929MA
016100     MOVE "START"              TO AR-EVENT.                       260929MA
016200     MOVE SPACES               TO AR-OUTCOME.                     260929MA
016300     MOVE WS-PLIST-NAME        TO AR-PARM-1.                      260929MA
016400     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.               260929MA
016500     OPEN INPUT PLISTFILE.                                        260929MA
016600     IF CC <> 0                                                   260929MA
016700        DISPLAY "PGM2HTML: cannot open program list "             260929MA
016800                WS-PLIST-NAME                                     260929MA
016900        MOVE 16               TO RETURN-CODE                      260929MA
017000        STOP RUN                                                  260929MA
017100     END-IF.                                                      260929MA
017200     OPEN OUTPUT PGLFILE.                                         260929MA
017300     IF CC <> 0                                                   260929MA
017400        DISPLAY "PGM2HTML: cannot open page list "                260929MA
017500                WS-PAGELIST-NAME                                  260929MA
017600        MOVE 16               TO RETURN-CODE                      260929MA
017700        STOP RUN                                                  260929MA
017800     END-IF.                                                      260929MA
017900 BEGIN-0010.                                                      260929MA
018000     READ PLISTFILE                                               260929MA
018100        AT END                                                    260929MA
018200           GO TO BEGIN-0020.                                      260929MA
018300     IF PL-PROG-NAME = SPACES                                     260929MA
018400        GO TO BEGIN-0010.                                         260929MA
018500     PERFORM B1000-ONE-PROGRAM THRU B1000-EXIT.                   260929MA
018600     GO TO BEGIN-0010.                                            260929MA
018700 BEGIN-0020.                                                      260929MA
018800     CLOSE PLISTFILE PGLFILE.                                     260929MA
018900     DISPLAY "PGM2HTML: " WS-PAGE-CT " page(s) written, "         260929MA
019000             WS-MISSING-CT " program(s) not found".               260929MA
019100     MOVE "FINISH"             TO AR-EVENT.                       260929MA
019200     MOVE "OK"                 TO AR-OUTCOME.                     260929MA
019300     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.               260929MA
019400     DISPLAY "Normal termination of PGM2HTML @ " TIME-OF-DAY.     260929MA
019500     STOP RUN.                                                    260929MA
019600 BEGIN-0000-EXIT. EXIT.                                           260929MA
019700*                                                                 260929MA
019800*A0100-GET-PARMS accepts, as one comma-separated RUN INFO string  260929MA
019900*or prompted, the plist, the CALLXREF report the CALLs link to,   260929MA
020000*the group the pages are written into, the page-list file for     260929MA
020100*LINKCHK and, optionally, the CL2HTML document for plist entries  260929MA
020200*that name none -- PLIST,CALLRPT,PAGEGROUP,PAGELIST,DOC.          260929MA
020300 A0100-GET-PARMS.                                                 260929MA
020400     ACCEPT WS-RUN-INFO FROM COMMAND-LINE.                        260929MA
020500     IF WS-RUN-INFO NOT = SPACES                                  260929MA
020600        UNSTRING WS-RUN-INFO DELIMITED BY ","                     260929MA
020700           INTO WS-PLIST-NAME, WS-CALL-REPORT, WS-PAGE-GROUP,     260929MA
020800                WS-PAGELIST-NAME, WS-CL2HTML-DOC                  260929MA
020900     ELSE                                                         260929MA
021000        DISPLAY "Enter program list control file name: "          260929MA
021100                NO ADVANCING                                      260929MA
021200        ACCEPT WS-PLIST-NAME FREE                                 260929MA
021300        DISPLAY "Enter call cross-reference report name: "        260929MA
021400                NO ADVANCING                                      260929MA
021500        ACCEPT WS-CALL-REPORT FREE                                260929MA
021600        DISPLAY "Enter group.account for the pages: "             260929MA
021700                NO ADVANCING                                      260929MA
021800        ACCEPT WS-PAGE-GROUP FREE                                 260929MA
021900        DISPLAY "Enter page list file for LINKCHK: "              260929MA
022000                NO ADVANCING                                      260929MA
022100        ACCEPT WS-PAGELIST-NAME FREE                              260929MA
022200        DISPLAY "Enter default CL2HTML document (or blank): "     260929MA
022300                NO ADVANCING                                      260929MA
022400        ACCEPT WS-CL2HTML-DOC FREE                                260929MA
022500     END-IF.                                                      260929MA
022600     IF WS-PLIST-NAME = SPACES OR WS-CALL-REPORT = SPACES         260929MA
022700        OR WS-PAGE-GROUP = SPACES OR WS-PAGELIST-NAME = SPACES    260929MA
022800        DISPLAY "PGM2HTML: program list, call report, page group "260929MA
022900                "and page list are all required"                  260929MA
023000        MOVE 16               TO RETURN-CODE                      260929MA
023100        STOP RUN                                                  260929MA
023200     END-IF.                                                      260929MA
023300 A0100-EXIT.  EXIT.                                               260929MA
023400*                                                                 260929MA
023500*A0150-SET-OPERATOR records who ran this build -- BATCH for a     260929MA
023600*stream run driven by the INFO string, or a prompted operator     260929MA
023700*ID for an interactive session -- for the audit-trail log.        260929MA
023800 A0150-SET-OPERATOR.                                              260929MA
023900     IF WS-RUN-INFO NOT = SPACES                                  260929MA
024000        MOVE "BATCH"           TO WS-OPERATOR                     260929MA
024100     ELSE                                                         260929MA
024200        DISPLAY "Enter operator ID: " NO ADVANCING                260929MA
024300        ACCEPT WS-OPERATOR FREE                                   260929MA
024400     END-IF.                                                      260929MA
024500     MOVE WS-OPERATOR          TO AR-OPERATOR.                    260929MA
024600 A0150-EXIT.  EXIT.                                               260929MA
024700*                                                                 260929MA
024800*B1000-ONE-PROGRAM reads the program twice: once for its          260929MA
024900*paragraph names, once to write the page.  A program that will    260929MA
025000*not open is reported and the rest carry on, as in CALLXREF.      260929MA
025100 B1000-ONE-PROGRAM.                                               260929MA
025200     MOVE PL-PROG-NAME         TO WS-PROG-NAME.                   260929MA
025300     IF PL-HTML-DOC = SPACES                                      260929MA
025400        MOVE WS-CL2HTML-DOC    TO WS-ENTRY-HTML-DOC               260929MA
025500     ELSE                                                         260929MA
025600        MOVE PL-HTML-DOC       TO WS-ENTRY-HTML-DOC               260929MA
025700     END-IF.                                                      260929MA
025800     MOVE SPACES               TO WS-PROG-FILE-PART.              260929MA
025900     UNSTRING WS-PROG-NAME DELIMITED BY "." OR SPACE              260929MA
026000        INTO WS-PROG-FILE-PART.                                   260929MA
026100     MOVE 1                    TO WS-PASS.                        260929MA
026200     MOVE 0                    TO PA-COUNT.                       260929MA
026300     PERFORM B2000-READ-SOURCE THRU B2000-EXIT.                   260929MA
026400     IF WS-PASS = 0                                               260929MA
026500        ADD 1                  TO WS-MISSING-CT                   260929MA
026600        DISPLAY "PGM2HTML: cannot open program " WS-PROG-NAME     260929MA
026700        GO TO B1000-EXIT.                                         260929MA
026800     PERFORM C1000-OPEN-PAGE THRU C1000-EXIT.                     260929MA
026900     PERFORM C2000-PAGE-HEAD THRU C2000-EXIT.                     260929MA
027000     MOVE 2                    TO WS-PASS.                        260929MA
027100     PERFORM B2000-READ-SOURCE THRU B2000-EXIT.                   260929MA
027200     MOVE "</PRE></BODY></HTML>" TO WS-LINE-PARM.                 260929MA
027300     PERFORM C1200-WRITE-LINE THRU C1200-EXIT.                    260929MA
027400     CALL INTRINSIC "FCLOSE" USING HP-FNUM, %1, 0.                260929MA
027500     MOVE DEST-FILE            TO PGL-PAGE-NAME.                  260929MA
027600     WRITE PGL-RECORD.                                            260929MA
027700     ADD 1                     TO WS-PAGE-CT.                     260929MA
027800 B1000-EXIT.  EXIT.                                               260929MA
027900*                                                                 260929MA
028000*B2000-READ-SOURCE runs one pass over the source.  Pass 1 only    260929MA
028100*collects paragraph names; pass 2 writes every line to the page.  260929MA
028200*WS-PASS comes back zero when the source will not open.           260929MA
028300 B2000-READ-SOURCE.                                               260929MA
028400     OPEN INPUT PROGFILE.                                         260929MA
028500     IF CC <> 0                                                   260929MA
028600        MOVE 0                 TO WS-PASS                         260929MA
028700        GO TO B2000-EXIT                                          260929MA
028800     END-IF.                                                      260929MA
028900     MOVE "N"                  TO WS-PROC-SEEN-SW.                260929MA
029000 B2010-READ.                                                      260929MA
029100     READ PROGFILE                                                260929MA
029200        AT END                                                    260929MA
029300           GO TO B2090-DONE.                                      260929MA
029400     MOVE SPACES               TO WS-PARA-NAME.                   260929MA
029500     IF PROG-RECORD(1:1) NOT = "$"                                260929MA
029600        AND PROG-RECORD(7:1) NOT = "*"                            260929MA
029700        AND PROG-RECORD(7:1) NOT = "/"                            260929MA
029800        AND PROG-RECORD(7:1) NOT = "-"                            260929MA
029900        PERFORM B2100-PARAGRAPH-TEST THRU B2100-EXIT              260929MA
030000     END-IF.                                                      260929MA
030100     IF WS-PASS = 1                                               260929MA
030200        IF WS-PARA-NAME NOT = SPACES                              260929MA
030300           AND PA-COUNT < MAX-PA-ENTRIES                          260929MA
030400           ADD 1               TO PA-COUNT                        260929MA
030500           MOVE WS-PARA-NAME   TO PA-ENTRY(PA-COUNT)              260929MA
030600        END-IF                                                    260929MA
030700     ELSE                                                         260929MA
030800        PERFORM C3000-SOURCE-LINE THRU C3000-EXIT                 260929MA
030900     END-IF.                                                      260929MA
031000     GO TO B2010-READ.                                            260929MA
031100 B2090-DONE.                                                      260929MA
031200     CLOSE PROGFILE.                                              260929MA
031300 B2000-EXIT.  EXIT.                                               260929MA
031400*                                                                 260929MA
031500*B2100-PARAGRAPH-TEST names the paragraph or section a line       260929MA
031600*heads: in the PROCEDURE DIVISION, a word starting in area A      260929MA
031700*that ends with a period, or is followed by SECTION.              260929MA
031800 B2100-PARAGRAPH-TEST.                                            260929MA
031900     MOVE PROG-RECORD(8:65)    TO WS-CODE-AREA.                   260929MA
032000     IF NOT IN-PROCEDURE                                          260929MA
032100        MOVE 0                 TO WS-FOUND-CT                     260929MA
032200        INSPECT WS-CODE-AREA TALLYING WS-FOUND-CT                 260929MA
032300           FOR ALL "PROCEDURE DIVISION"                           260929MA
032400        IF WS-FOUND-CT > 0                                        260929MA
032500           MOVE "Y"            TO WS-PROC-SEEN-SW                 260929MA
032600        END-IF                                                    260929MA
032700        GO TO B2100-EXIT                                          260929MA
032800     END-IF.                                                      260929MA
032900     IF WS-CODE-AREA(1:1) = SPACE                                 260929MA
033000        GO TO B2100-EXIT.                                         260929MA
033100     MOVE SPACES               TO WS-WORD-1 WS-WORD-2.            260929MA
033200     UNSTRING WS-CODE-AREA DELIMITED BY ALL SPACE                 260929MA
033300        INTO WS-WORD-1, WS-WORD-2.                                260929MA
033400     IF WS-WORD-1 = "END" OR WS-WORD-1 = "DECLARATIVES."          260929MA
033500        GO TO B2100-EXIT.                                         260929MA
033600     MOVE 0                    TO WS-WORD-LEN.                    260929MA
033700     INSPECT WS-WORD-1 TALLYING WS-WORD-LEN                       260929MA
033800        FOR CHARACTERS BEFORE ".".                                260929MA
033900     IF WS-WORD-LEN > 30 OR WS-WORD-LEN = 0                       260929MA
034000        GO TO B2100-EXIT.                                         260929MA
034100     IF WS-WORD-1(WS-WORD-LEN + 1:1) = "."                        260929MA
034200        OR WS-WORD-2(1:8) = "SECTION."                            260929MA
034300        MOVE WS-WORD-1(1:WS-WORD-LEN) TO WS-PARA-NAME             260929MA
034400     END-IF.                                                      260929MA
034500 B2100-EXIT.  EXIT.                                               260929MA
034600*                                                                 260929MA
034700*B3000-FIND-LINK looks for a COPY, then a CALL, on a code line    260929MA
034800*and sets where the target's name sits (columns of the 80-byte    260929MA
034900*record) and the link that opens in front of it.  A COPY links    260929MA
035000*to the member in the entry's CL2HTML document, a CALL to its     260929MA
035100*CL- anchor in the CALLXREF report.                               260929MA
035200 B3000-FIND-LINK.                                                 260929MA
035300     MOVE 0                    TO WS-LINK-START WS-LINK-END.      260929MA
035400     IF PROG-RECORD(1:1) = "$"                                    260929MA
035500        OR PROG-RECORD(7:1) = "*" OR PROG-RECORD(7:1) = "/"       260929MA
035600        OR PROG-RECORD(7:1) = "-"                                 260929MA
035700        GO TO B3000-EXIT.                                         260929MA
035800     MOVE PROG-RECORD(8:65)    TO WS-CODE-AREA.                   260929MA
035900     IF WS-ENTRY-HTML-DOC NOT = SPACES                            260929MA
036000        PERFORM B3100-FIND-COPY THRU B3100-EXIT                   260929MA
036100        IF WS-LINK-START > 0                                      260929MA
036200           MOVE SPACES         TO WS-LINK-OPEN                    260929MA
036300           STRING '<A HREF="' DELIMITED BY SIZE                   260929MA
036400                  WS-ENTRY-HTML-DOC DELIMITED BY SPACES           260929MA
036500                  '#' DELIMITED BY SIZE                           260929MA
036600                  WS-LINK-NAME DELIMITED BY SPACES                260929MA
036700                  '">' DELIMITED BY SIZE                          260929MA
036800             INTO WS-LINK-OPEN                                    260929MA
036900           GO TO B3090-LENGTH                                     260929MA
037000        END-IF                                                    260929MA
037100     END-IF.                                                      260929MA
037200     PERFORM B3200-FIND-CALL THRU B3200-EXIT.                     260929MA
037300     IF WS-LINK-START = 0                                         260929MA
037400        GO TO B3000-EXIT.                                         260929MA
037500     MOVE SPACES               TO WS-LINK-OPEN.                   260929MA
037600     STRING '<A HREF="' DELIMITED BY SIZE                         260929MA
037700            WS-CALL-REPORT DELIMITED BY SPACES                    260929MA
037800            '#CL-' DELIMITED BY SIZE                              260929MA
037900            WS-LINK-NAME DELIMITED BY SPACES                      260929MA
038000            '">' DELIMITED BY SIZE                                260929MA
038100       INTO WS-LINK-OPEN.                                         260929MA
038200 B3090-LENGTH.                                                    260929MA
038300     MOVE 0                    TO WS-LINK-OPEN-LEN.               260929MA
038400     INSPECT WS-LINK-OPEN TALLYING WS-LINK-OPEN-LEN               260929MA
038500        FOR CHARACTERS BEFORE '">'.                               260929MA
038600     ADD 2                     TO WS-LINK-OPEN-LEN.               260929MA
038700 B3000-EXIT.  EXIT.                                               260929MA
038800*                                                                 260929MA
038900*B3100-FIND-COPY -- the word COPY at the start of the code area   260929MA
039000*or after a blank; the member name runs to the next blank or      260929MA
039100*period, the CPYXREF rule.                                        260929MA
039200 B3100-FIND-COPY.                                                 260929MA
039300     MOVE 1                    TO WS-SCAN-IX.                     260929MA
039400 B3110-HUNT.                                                      260929MA
039500     IF WS-SCAN-IX > 60                                           260929MA
039600        GO TO B3100-EXIT.                                         260929MA
039700     IF WS-CODE-AREA(WS-SCAN-IX:5) NOT = "COPY "                  260929MA
039800        ADD 1                  TO WS-SCAN-IX                      260929MA
039900        GO TO B3110-HUNT.                                         260929MA
040000     IF WS-SCAN-IX > 1                                            260929MA
040100        IF WS-CODE-AREA(WS-SCAN-IX - 1:1) NOT = SPACE             260929MA
040200           ADD 1               TO WS-SCAN-IX                      260929MA
040300           GO TO B3110-HUNT                                       260929MA
040400        END-IF                                                    260929MA
040500     END-IF.                                                      260929MA
040600     ADD 5                     TO WS-SCAN-IX.                     260929MA
040700     PERFORM B3300-SKIP-BLANKS THRU B3300-EXIT.                   260929MA
040800     MOVE SPACE                TO WS-QUOTE-CH.                    260929MA
040900     PERFORM B3400-TAKE-NAME THRU B3400-EXIT.                     260929MA
041000 B3100-EXIT.  EXIT.                                               260929MA
041100*                                                                 260929MA
041200*B3200-FIND-CALL -- the word CALL at the start of the code area   260929MA
041300*or between blanks, then an optional INTRINSIC, then a quoted     260929MA
041400*literal or a data name -- the CALLXREF rule.                     260929MA
041500 B3200-FIND-CALL.                                                 260929MA
041600     MOVE 1                    TO WS-SCAN-IX.                     260929MA
041700     IF WS-CODE-AREA(1:5) = "CALL "                               260929MA
041800        GO TO B3220-AFTER.                                        260929MA
041900 B3210-HUNT.                                                      260929MA
042000     IF WS-SCAN-IX > 59                                           260929MA
042100        GO TO B3200-EXIT.                                         260929MA
042200     IF WS-CODE-AREA(WS-SCAN-IX:6) NOT = " CALL "                 260929MA
042300        ADD 1                  TO WS-SCAN-IX                      260929MA
042400        GO TO B3210-HUNT.                                         260929MA
042500     ADD 1                     TO WS-SCAN-IX.                     260929MA
042600 B3220-AFTER.                                                     260929MA
042700     ADD 5                     TO WS-SCAN-IX.                     260929MA
042800     PERFORM B3300-SKIP-BLANKS THRU B3300-EXIT.                   260929MA
042900     IF WS-SCAN-IX > 55                                           260929MA
043000        GO TO B3200-EXIT.                                         260929MA
043100     IF WS-CODE-AREA(WS-SCAN-IX:10) = "INTRINSIC "                260929MA
043200        ADD 10                 TO WS-SCAN-IX                      260929MA
043300        PERFORM B3300-SKIP-BLANKS THRU B3300-EXIT                 260929MA
043400     END-IF.                                                      260929MA
043500     IF WS-SCAN-IX > 65                                           260929MA
043600        GO TO B3200-EXIT.                                         260929MA
043700     MOVE SPACE                TO WS-QUOTE-CH.                    260929MA
043800     IF WS-CODE-AREA(WS-SCAN-IX:1) = QUOTE                        260929MA
043900        OR WS-CODE-AREA(WS-SCAN-IX:1) = "'"                       260929MA
044000        MOVE WS-CODE-AREA(WS-SCAN-IX:1) TO WS-QUOTE-CH            260929MA
044100        ADD 1                  TO WS-SCAN-IX                      260929MA
044200     END-IF.                                                      260929MA
044300     PERFORM B3400-TAKE-NAME THRU B3400-EXIT.                     260929MA
044400 B3200-EXIT.  EXIT.                                               260929MA
044500*                                                                 260929MA
044600 B3300-SKIP-BLANKS.                                               260929MA
044700     IF WS-SCAN-IX > 65                                           260929MA
044800        GO TO B3300-EXIT.                                         260929MA
044900     IF WS-CODE-AREA(WS-SCAN-IX:1) = SPACE                        260929MA
045000        ADD 1                  TO WS-SCAN-IX                      260929MA
045100        GO TO B3300-SKIP-BLANKS.                                  260929MA
045200 B3300-EXIT.  EXIT.                                               260929MA
045300*                                                                 260929MA
045400*B3400-TAKE-NAME takes the name starting at WS-SCAN-IX up to the  260929MA
045500*closing quote (WS-QUOTE-CH) or, unquoted, a blank, period or     260929MA
045600*comma, and notes its columns in the record.                      260929MA
045700 B3400-TAKE-NAME.                                                 260929MA
045800     MOVE SPACES               TO WS-LINK-NAME.                   260929MA
045900     MOVE 0                    TO WS-LINK-NAME-LEN.               260929MA
046000     MOVE WS-SCAN-IX           TO WS-COL.                         260929MA
046100 B3410-CHAR.                                                      260929MA
046200     IF WS-COL > 65 OR WS-LINK-NAME-LEN >= 30                     260929MA
046300        GO TO B3490-SET.                                          260929MA
046400     MOVE WS-CODE-AREA(WS-COL:1) TO WS-CH.                        260929MA
046500     IF WS-QUOTE-CH NOT = SPACE                                   260929MA
046600        IF WS-CH = WS-QUOTE-CH                                    260929MA
046700           GO TO B3490-SET                                        260929MA
046800        END-IF                                                    260929MA
046900     ELSE                                                         260929MA
047000        IF WS-CH = SPACE OR WS-CH = "." OR WS-CH = ","            260929MA
047100           GO TO B3490-SET                                        260929MA
047200        END-IF                                                    260929MA
047300     END-IF.                                                      260929MA
047400     ADD 1                     TO WS-LINK-NAME-LEN.               260929MA
047500     MOVE WS-CH             TO WS-LINK-NAME(WS-LINK-NAME-LEN:1).  260929MA
047600     ADD 1                     TO WS-COL.                         260929MA
047700     GO TO B3410-CHAR.                                            260929MA
047800 B3490-SET.                                                       260929MA
047900     IF WS-LINK-NAME-LEN = 0                                      260929MA
048000        GO TO B3400-EXIT.                                         260929MA
048100     COMPUTE WS-LINK-START = WS-SCAN-IX + 7.                      260929MA
048200     COMPUTE WS-LINK-END = WS-LINK-START + WS-LINK-NAME-LEN - 1.  260929MA
048300 B3400-EXIT.  EXIT.                                               260929MA
048400*                                                                 260929MA
048500*C1000-OPEN-PAGE names the page for the source file in the page   260929MA
048600*group and opens it byte-stream, as CALLXREF opens its report.    260929MA
048700 C1000-OPEN-PAGE.                                                 260929MA
048800     MOVE SPACES                  TO DEST-FILE HP-FILE-NAME.      260929MA
048900     STRING WS-PROG-FILE-PART DELIMITED BY SPACES                 260929MA
049000            "." DELIMITED BY SIZE                                 260929MA
049100            WS-PAGE-GROUP DELIMITED BY SPACES                     260929MA
049200       INTO DEST-FILE.                                            260929MA
049300     MOVE 0                       TO WS-NAME-LEN.                 260929MA
049400     INSPECT DEST-FILE TALLYING WS-NAME-LEN FOR CHARACTERS        260929MA
049500        BEFORE " ".                                               260929MA
049600     MOVE "%"                     TO HP-FILE-NAME(1:1).           260929MA
049700     MOVE DEST-FILE(1:WS-NAME-LEN) TO HP-FILE-NAME(2:).           260929MA
049800     MOVE "%"                     TO                              260929MA
049900          HP-FILE-NAME(WS-NAME-LEN + 2:1).                        260929MA
050000     CALL INTRINSIC "HPFOPEN" USING HP-FNUM-D,                    260929MA
050100                                    HP-STATUS,                    260929MA
050200                                    2, HP-FILE-NAME,              260929MA
050300                                    3, HP-CONST-4,                260929MA
050400                                    5, HP-CONST-0,                260929MA
050500                                    6, HP-CONST-9,                260929MA
050600                                    7, HP-CONST-0,                260929MA
050700                                   11, HP-CONST-1,                260929MA
050800                                   13, HP-CONST-1,                260929MA
050900                                   19, HP-CONST-1,                260929MA
051000                                   41, HP-CONST-2,                260929MA
051100                                   50, HP-CONST-1,                260929MA
051200                                   53, HP-CONST-1,                260929MA
051300                                    0.                            260929MA
051400     IF HP-STATUS <> 0                                            260929MA
051500        DISPLAY "Error in HPFOPEN " HP-STATUS                     260929MA
051600        MOVE 16                   TO RETURN-CODE                  260929MA
051700        STOP RUN                                                  260929MA
051800     END-IF.                                                      260929MA
051900 C1000-EXIT.  EXIT.                                               260929MA
052000*                                                                 260929MA
052100*C1200-WRITE-LINE FWRITEs the line in WS-LINE-PARM to the open    260929MA
052200*page, the same low-level pattern CPYXREF uses.                   260929MA
052300 C1200-WRITE-LINE.                                                260929MA
052400     CALL INTRINSIC "FWRITE" USING HP-FNUM,                       260929MA
052500                                   WS-LINE-PARM,                  260929MA
052600                                   -250,                          260929MA
052700                                   0.                             260929MA
052800     IF CC <> 0                                                   260929MA
052900        CALL INTRINSIC "FCHECK"  USING HP-FNUM, ERR               260929MA
053000        CALL INTRINSIC "FERRMSG" USING ERR, ERR-MSG, ERR-LEN      260929MA
053100        DISPLAY ERR-MSG                                           260929MA
053200        MOVE 16                   TO RETURN-CODE                  260929MA
053300        STOP RUN                                                  260929MA
053400     END-IF.                                                      260929MA
053500 C1200-EXIT.  EXIT.                                               260929MA
053600*                                                                 260929MA
053700*C2000-PAGE-HEAD writes the title and the paragraph index, then   260929MA
053800*opens the preformatted block the source goes into.               260929MA
053900 C2000-PAGE-HEAD.                                                 260929MA
054000     CALL INTRINSIC "DATELINE" USING DATE-BUFF.                   260929MA
054100     MOVE SPACES                  TO WS-LINE-PARM.                260929MA
054200     STRING "<HTML><HEAD><TITLE>Program Source " DELIMITED BY SIZE260929MA
054300            WS-PROG-FILE-PART DELIMITED BY SPACES                 260929MA
054400            "</TITLE>" DELIMITED BY SIZE                          260929MA
054500       INTO WS-LINE-PARM.                                         260929MA
054600     PERFORM C1200-WRITE-LINE THRU C1200-EXIT.                    260929MA
054700     MOVE SPACES                  TO WS-LINE-PARM.                260929MA
054800     STRING "</HEAD><BODY><CENTER><H3>Program Source: "           260929MA
054900               DELIMITED BY SIZE                                  260929MA
055000            WS-PROG-NAME DELIMITED BY SPACES                      260929MA
055100            " Generated on " DELIMITED BY SIZE                    260929MA
055200            DATE-BUFF DELIMITED BY SIZE                           260929MA
055300            "</H3></CENTER>" DELIMITED BY SIZE                    260929MA
055400       INTO WS-LINE-PARM.                                         260929MA
055500     PERFORM C1200-WRITE-LINE THRU C1200-EXIT.                    260929MA
055600     MOVE "<P><B>Paragraphs</B><UL>" TO WS-LINE-PARM.             260929MA
055700     PERFORM C1200-WRITE-LINE THRU C1200-EXIT.                    260929MA
055800     MOVE 1                       TO PA-INDEX.                    260929MA
055900 C2010-ENTRY.                                                     260929MA
056000     IF PA-INDEX > PA-COUNT                                       260929MA
056100        GO TO C2090-DONE.                                         260929MA
056200     MOVE SPACES                  TO WS-LINE-PARM.                260929MA
056300     STRING '<LI><A HREF="#PA-' DELIMITED BY SIZE                 260929MA
056400            PA-ENTRY(PA-INDEX) DELIMITED BY SPACES                260929MA
056500            '">' DELIMITED BY SIZE                                260929MA
056600            PA-ENTRY(PA-INDEX) DELIMITED BY SPACES                260929MA
056700            '</A>' DELIMITED BY SIZE                              260929MA
056800       INTO WS-LINE-PARM.                                         260929MA
056900     PERFORM C1200-WRITE-LINE THRU C1200-EXIT.                    260929MA
057000     ADD 1                        TO PA-INDEX.                    260929MA
057100     GO TO C2010-ENTRY.                                           260929MA
057200 C2090-DONE.                                                      260929MA
057300     MOVE "</UL><HR><PRE>"        TO WS-LINE-PARM.                260929MA
057400     PERFORM C1200-WRITE-LINE THRU C1200-EXIT.                    260929MA
057500 C2000-EXIT.  EXIT.                                               260929MA
057600*                                                                 260929MA
057700*C3000-SOURCE-LINE writes one source line: the paragraph's        260929MA
057800*anchor in front when the line heads one, the COPY or CALL        260929MA
057900*target wrapped in its link, and < > & escaped for the browser.   260929MA
058000*A line too long for the record with its link goes out without    260929MA
058100*the link rather than broken.                                     260929MA
058200 C3000-SOURCE-LINE.                                               260929MA
058300     MOVE 80                      TO WS-SRC-LEN.                  260929MA
058400 C3005-TRIM.                                                      260929MA
058500     IF WS-SRC-LEN > 0                                            260929MA
058600        IF PROG-RECORD(WS-SRC-LEN:1) = SPACE                      260929MA
058700           SUBTRACT 1             FROM WS-SRC-LEN                 260929MA
058800           GO TO C3005-TRIM                                       260929MA
058900        END-IF                                                    260929MA
059000     END-IF.                                                      260929MA
059100     PERFORM B3000-FIND-LINK THRU B3000-EXIT.                     260929MA
059200     MOVE SPACES                  TO WS-ANCHOR-TEXT.              260929MA
059300     IF WS-PARA-NAME NOT = SPACES                                 260929MA
059400        STRING '<A NAME="PA-' DELIMITED BY SIZE                   260929MA
059500               WS-PARA-NAME DELIMITED BY SPACES                   260929MA
059600               '"></A>' DELIMITED BY SIZE                         260929MA
059700          INTO WS-ANCHOR-TEXT                                     260929MA
059800     END-IF.                                                      260929MA
059900 C3010-BUILD.                                                     260929MA
060000     MOVE SPACES                  TO WS-BUILD-LINE.               260929MA
060100     MOVE 1                       TO WS-BUILD-PTR.                260929MA
060200     IF WS-ANCHOR-TEXT NOT = SPACES                               260929MA
060300        STRING WS-ANCHOR-TEXT DELIMITED BY SPACES                 260929MA
060400          INTO WS-BUILD-LINE                                      260929MA
060500          WITH POINTER WS-BUILD-PTR                               260929MA
060600     END-IF.                                                      260929MA
060700     MOVE 1                       TO WS-COL.                      260929MA
060800 C3020-CHAR.                                                      260929MA
060900     IF WS-COL > WS-SRC-LEN                                       260929MA
061000        GO TO C3090-WRITE.                                        260929MA
061100     IF WS-COL = WS-LINK-START                                    260929MA
061200        STRING WS-LINK-OPEN(1:WS-LINK-OPEN-LEN) DELIMITED BY SIZE 260929MA
061300          INTO WS-BUILD-LINE                                      260929MA
061400          WITH POINTER WS-BUILD-PTR                               260929MA
061500     END-IF.                                                      260929MA
061600     MOVE PROG-RECORD(WS-COL:1)   TO WS-CH.                       260929MA
061700     IF WS-CH = "<"                                               260929MA
061800        STRING "&lt;" DELIMITED BY SIZE                           260929MA
061900          INTO WS-BUILD-LINE WITH POINTER WS-BUILD-PTR            260929MA
062000     ELSE                                                         260929MA
062100        IF WS-CH = ">"                                            260929MA
062200           STRING "&gt;" DELIMITED BY SIZE                        260929MA
062300             INTO WS-BUILD-LINE WITH POINTER WS-BUILD-PTR         260929MA
062400        ELSE                                                      260929MA
062500           IF WS-CH = "&"                                         260929MA
062600              STRING "&amp;" DELIMITED BY SIZE                    260929MA
062700                INTO WS-BUILD-LINE WITH POINTER WS-BUILD-PTR      260929MA
062800           ELSE                                                   260929MA
062900              MOVE WS-CH          TO WS-BUILD-LINE(WS-BUILD-PTR:1)260929MA
063000              ADD 1               TO WS-BUILD-PTR                 260929MA
063100           END-IF                                                 260929MA
063200        END-IF                                                    260929MA
063300     END-IF.                                                      260929MA
063400     IF WS-COL = WS-LINK-END                                      260929MA
063500        STRING "</A>" DELIMITED BY SIZE                           260929MA
063600          INTO WS-BUILD-LINE WITH POINTER WS-BUILD-PTR            260929MA
063700     END-IF.                                                      260929MA
063800     ADD 1                        TO WS-COL.                      260929MA
063900     GO TO C3020-CHAR.                                            260929MA
064000 C3090-WRITE.                                                     260929MA
064100     IF WS-BUILD-PTR > 251 AND WS-LINK-START > 0                  260929MA
064200        MOVE 0                    TO WS-LINK-START WS-LINK-END    260929MA
064300        GO TO C3010-BUILD.                                        260929MA
064400     MOVE WS-BUILD-LINE(1:250)    TO WS-LINE-PARM.                260929MA
064500     PERFORM C1200-WRITE-LINE THRU C1200-EXIT.                    260929MA
064600 C3000-EXIT.  EXIT.                                               260929MA
064700*                                                                 260929MA
064800*B9500-LOG-AUDIT-EVENT appends one record to the shared           260929MA
064900*operations audit-trail log via AUDLOG, so the XREFJS             260929MA
065000*stream's STEPCHK gate can see a good batch FINISH.               260929MA
065100 B9500-LOG-AUDIT-EVENT.                                           260929MA
065200     CALL "AUDLOG" USING WS-AUDIT-REQUEST.                        260929MA
065300     IF RETURN-CODE NOT = 0                                       260929MA
065400        DISPLAY "PGM2HTML: audit log entry not recorded"          260929MA
065500     END-IF.                                                      260929MA
065600 B9500-EXIT.  EXIT.                                               260929MA
065700 END PROGRAM PGM2HTML.                                            260929MA
