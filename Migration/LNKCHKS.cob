003060*            AUDLOG, FOR THE STREAM RESTART CHECK.                260822MA
003070* 260902MA  LNKRPT NOW KEPT AS DATED GENERATIONS THROUGH          260902MA
003080*            GENKEEP.                                             260902MA
003085* 260929MA  A SECOND PAGE LIST MAY FOLLOW THE CONTROL FILE --     260929MA
003090*            PGM2HTML'S PROGRAM SOURCE PAGES -- AND IS SWEPT      260929MA
003095*            THE SAME WAY.                                        260929MA
003100*-----------------------------------------------------------------260822MA
003200*                                                                 260822MA
003300 ENVIRONMENT DIVISION.                                            260822MA
007000*                                                                 260822MA
007100 01 WS-RUN-INFO             PIC X(254) VALUE SPACES.              260822MA
007200 01 WS-CTLFILE-NAME         PIC X(254) VALUE SPACES.              260822MA
007250 01 WS-PAGELIST-NAME        PIC X(254) VALUE SPACES.              260929MA
007300 01 WS-PAGE-FILE            PIC X(254) VALUE SPACES.              260822MA
007400 01 WS-TGT-FILE             PIC X(254) VALUE SPACES.              260822MA
007500 01 WS-CTL-EOF-SW           PIC X(01)  VALUE "N".                 260822MA
014000     GO TO B0010-NEXT-PAGE.                                       260822MA
014100 B0090-DONE.                                                      260822MA
014200     CLOSE CTLFILE.                                               260822MA
014205*A second page list -- PGM2HTML's program source pages -- is      260929MA
014210*swept through the same loop once the control file is done.       260929MA
014215     IF WS-PAGELIST-NAME NOT = SPACES                             260929MA
014220        MOVE WS-PAGELIST-NAME  TO WS-CTLFILE-NAME                 260929MA
014225        MOVE SPACES            TO WS-PAGELIST-NAME                260929MA
014230        OPEN INPUT CTLFILE                                        260929MA
014235        IF CC = 0                                                 260929MA
014240           GO TO B0010-NEXT-PAGE                                  260929MA
014245        END-IF                                                    260929MA
014250        MOVE SPACES            TO RPT-RECORD                      260929MA
014255        STRING "PAGE LIST NOT FOUND: " DELIMITED BY SIZE          260929MA
014260               WS-CTLFILE-NAME DELIMITED BY SPACES                260929MA
014265          INTO RPT-RECORD                                         260929MA
014270        WRITE RPT-RECORD                                          260929MA
014275        DISPLAY "LINKCHK: cannot open page list "                 260929MA
014280                WS-CTLFILE-NAME(1:26)                             260929MA
014281*A missing page list fails the run as a dangling link would.      260929MA
014282        ADD 1                  TO WS-BAD-COUNT                    260929MA
014285     END-IF.                                                      260929MA
014300     MOVE SPACES               TO RPT-RECORD.                     260822MA
014400     WRITE RPT-RECORD.                                            260822MA
014500     IF WS-BAD-COUNT = 0                                          260822MA
015900*                                                                 260822MA
016000*A0100-GET-PARMS -- control file name from the RUN INFO string    260822MA
016100*for the job stream, or prompted interactively.                   260822MA
016120*A second, optional name -- CTLFILE,PAGELIST -- is a further      260929MA
016140*page list swept after the first.                                 260929MA
016200 A0100-GET-PARMS.                                                 260822MA
016300     ACCEPT WS-RUN-INFO FROM COMMAND-LINE.                        260822MA
016400     IF WS-RUN-INFO NOT = SPACES                                  260822MA
016450        UNSTRING WS-RUN-INFO DELIMITED BY ","                     260929MA
016475           INTO WS-CTLFILE-NAME, WS-PAGELIST-NAME                 260929MA
016600     ELSE                                                         260822MA
016700        DISPLAY "Enter page list control file name: "             260822MA
016800                NO ADVANCING                                      260822MA
016900        ACCEPT WS-CTLFILE-NAME FREE                               260822MA
016920        DISPLAY "Enter second page list (blank for none): "       260929MA
016940                NO ADVANCING                                      260929MA
016960        ACCEPT WS-PAGELIST-NAME FREE                              260929MA
017000     END-IF.                                                      260822MA
017100     IF WS-CTLFILE-NAME = SPACES                                  260822MA
017200        DISPLAY "LINKCHK: control file name is required"          260822MA
