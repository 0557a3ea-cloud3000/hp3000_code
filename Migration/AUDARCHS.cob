002400* NAMED ARCHIVE FILE AND COMPACTS THE LIVE LOG; RETRIEVE MODE     260822MA
002500* PULLS ARCHIVED RECORDS BACK BY DATE RANGE AND PROGRAM NAME      260822MA
002600* FOR AN AUDITOR ASKING WHAT RAN ON A GIVEN NIGHT.                260822MA
002610* THE SEQUENCE NUMBERS AND CHAINED CHECK VALUES AUDLOG STAMPS     261005MA
002620* TRAVEL INTO THE ARCHIVE UNTOUCHED, THE SPLIT IS ALWAYS ONE      261005MA
002630* UNBROKEN RUN FROM THE FRONT OF THE LOG, AND EACH ARCHIVE RUN    261005MA
002640* IS RECORDED IN THE CLAUDAX INDEX (FILE, FIRST AND LAST          261005MA
002650* SEQUENCE, RECORD COUNT, LAST CHECK VALUE, AND WHERE IN THE      261005MA
002660* FILE THE RUN STARTS) SO AUDVERF CAN WALK THE ARCHIVES           261005MA
002665* OLDEST-FIRST AND THEN THE LIVE LOG AS ONE CHAIN.                261005MA
002670* THE CLAUDHD CHAIN HEAD IS HELD EXCLUSIVE FOR THE WHOLE ARCHIVE  261005MA
002680* RUN, SO NO ENTRY AUDLOG WRITES MID-COMPACTION CAN BE LOST.      261005MA
002700*-----------------------------------------------------------------260822MA
002800* MODIFICATION HISTORY                                            260822MA
002900* 260822MA  INITIAL VERSION.                                      260822MA
002920* 261005MA  CHAIN CARRIED INTO THE ARCHIVES: 122-BYTE RECORDS,    261005MA
002940*            UNBROKEN FRONT SPLIT, CLAUDAX ARCHIVE INDEX, AND     261005MA
002960*            THE CLAUDHD CHAIN HEAD HELD FOR THE WHOLE RUN.       261005MA
002970* 261012MA  ARCHIVE MODE NOW CHECKED AGAINST THE OPRAUTH          261012MA
002980*            OPERATOR AUTHORIZATION FILE THROUGH AUTHCHK, AND     261012MA
002990*            REFUSED, NOTIFIED AND LOGGED IF NOT GRANTED.         261012MA
003000*-----------------------------------------------------------------260822MA
003100*                                                                 260822MA
003200 ENVIRONMENT DIVISION.                                            260822MA
005200*Retrieval report for the auditor.                                260822MA
005300     SELECT RPTFILE   ASSIGN TO "AUDRTRV,,,,5000".                260822MA
005400*                                                                 260822MA
005405*                                                                 261005MA
005410*AUDLOG's chain head -- held exclusive, not read, so no entry     261005MA
005415*can be appended while the live log is being compacted.           261005MA
005420     SELECT HEADFIL   ASSIGN TO "CLAUDHD,,,,1"                    261005MA
005425        ORGANIZATION IS RELATIVE                                  261005MA
005430        ACCESS MODE IS RANDOM                                     261005MA
005435        RELATIVE KEY IS WS-HEAD-SLOT.                             261005MA
005440*                                                                 261005MA
005445*Index of every archive run, in the order the runs were made.     261005MA
005450     SELECT INDEXFIL  ASSIGN TO "CLAUDAX,,,,1000".                261005MA
005500 DATA DIVISION.                                                   260822MA
005600 FILE SECTION.                                                    260822MA
005700*                                                                 260822MA
005800 FD  AUDITFIL DATA RECORD IS AUDIT-RECORD                         260822MA
005900     RECORD CONTAINS 122 CHARACTERS.                              261005MA
006000 01  AUDIT-RECORD.                                                260822MA
006100     03  AUD-PROGRAM-NAME      PIC X(08).                         260822MA
006200     03  AUD-OPERATOR          PIC X(08).                         260822MA
006500     03  AUD-OUTCOME           PIC X(08).                         260822MA
006600     03  AUD-PARM-1            PIC X(26).                         260822MA
006700     03  AUD-PARM-2            PIC X(10).                         260822MA
006720     03  AUD-SEQ-NO            PIC 9(09).                         261005MA
006740     03  AUD-CHAIN-CHECK       PIC X(20).                         261005MA
006800*                                                                 260822MA
006900 FD  ARCHFIL DATA RECORD IS ARCH-RECORD                           260822MA
007000     RECORD CONTAINS 122 CHARACTERS.                              261005MA
007100 01  ARCH-RECORD.                                                 260822MA
007200     03  ARC-PROGRAM-NAME      PIC X(08).                         260822MA
007300     03  ARC-OPERATOR          PIC X(08).                         260822MA
007600     03  ARC-OUTCOME           PIC X(08).                         260822MA
007700     03  ARC-PARM-1            PIC X(26).                         260822MA
007800     03  ARC-PARM-2            PIC X(10).                         260822MA
007820     03  ARC-SEQ-NO            PIC 9(09).                         261005MA
007840     03  ARC-CHAIN-CHECK       PIC X(20).                         261005MA
007900*                                                                 260822MA
008000 FD  HOLDFIL DATA RECORD IS HOLD-RECORD                           260822MA
008100     RECORD CONTAINS 122 CHARACTERS.                              261005MA
008200 01  HOLD-RECORD              PIC X(122).                         261005MA
008300*                                                                 260822MA
008400 FD  RPTFILE DATA RECORD IS RPT-RECORD                            260822MA
008500     RECORD CONTAINS 132 CHARACTERS.                              260822MA
008600 01  RPT-RECORD               PIC X(132).                         260822MA
008700*                                                                 260822MA
008705 FD  HEADFIL DATA RECORD IS HEAD-RECORD                           261005MA
008710     RECORD CONTAINS 64 CHARACTERS.                               261005MA
008715 01  HEAD-RECORD              PIC X(64).                          261005MA
008720*                                                                 261005MA
008725 FD  INDEXFIL DATA RECORD IS AX-RECORD                            261005MA
008730     RECORD CONTAINS 125 CHARACTERS.                              261005MA
008735 01  AX-RECORD.                                                   261005MA
008740     03  AX-ARCH-FILE          PIC X(34).                         261005MA
008745     03  AX-FIRST-SEQ          PIC 9(09).                         261005MA
008750     03  AX-LAST-SEQ           PIC 9(09).                         261005MA
008752     03  AX-START-REC          PIC 9(09).                         261005MA
008755     03  AX-RECORDS            PIC 9(09).                         261005MA
008760     03  AX-LAST-CHECK         PIC X(20).                         261005MA
008765     03  AX-CUTOFF-DATE        PIC 9(08).                         261005MA
008770     03  AX-TIMESTAMP          PIC X(27).                         261005MA
008775*                                                                 261005MA
008800 WORKING-STORAGE SECTION.                                         260822MA
008900*                                                                 260822MA
009000*Run parameters -- mode A archives, mode R retrieves.  All may    260822MA
010800 01 WS-READ-COUNT           PIC 9(09) VALUE 0.                    260822MA
010900 01 WS-MOVED-COUNT          PIC 9(09) VALUE 0.                    260822MA
011000 01 WS-KEPT-COUNT           PIC 9(09) VALUE 0.                    260822MA
011050 01 WS-ARCH-START           PIC 9(09) VALUE 0.                    261005MA
011100 01 WS-MATCH-COUNT          PIC 9(09) VALUE 0.                    260822MA
011110 01 WS-ARCH-READY-SW        PIC X(01) VALUE "Y".                  260822MA
011120    88 ARCHIVE-NOT-READY            VALUE "N".                    260822MA
012900 01 MONTH-LIST              PIC X(36) VALUE                       260822MA
013000        "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".                   260822MA
013100 01 MO-INDEX                PIC S9(04) COMP VALUE 0.              260822MA
013102*                                                                 261005MA
013104*Chain head hold, retried the way AUDLOG retries it.              261005MA
013106 01 WS-HEAD-SLOT            PIC 9(04) VALUE 1.                    261005MA
013108 01 WS-HEAD-OPEN-SW         PIC X(01) VALUE "N".                  261005MA
013110    88 HEAD-OPEN                     VALUE "Y".                   261005MA
013112 77 WS-OPEN-TRIES           PIC S9(04) COMP VALUE 0.              261005MA
013114 77 MAX-TRIES               PIC S9(04) COMP VALUE 10.             261005MA
013116 01 WS-CMD-IMAGE            PIC X(20) VALUE SPACES.               261005MA
013118 01 WS-CMD-ERROR            PIC S9(04) COMP VALUE 0.              261005MA
013120 01 WS-CMD-PARM             PIC S9(04) COMP VALUE 0.              261005MA
013122 01 WS-CR-WORD              PIC S9(04) COMP VALUE 13.             261005MA
013124 01 WS-CR-WORD-R REDEFINES WS-CR-WORD.                            261005MA
013126    03 FILLER               PIC X(01).                            261005MA
013128    03 WS-CR                PIC X(01).                            261005MA
013130*                                                                 261005MA
013132*The split stops archiving at the first record kept, and notes    261005MA
013134*the sequence range it moved for the archive index.               261005MA
013136 01 WS-KEEP-REST-SW         PIC X(01) VALUE "N".                  261005MA
013138    88 KEEP-THE-REST                 VALUE "Y".                   261005MA
013140 01 WS-FIRST-SEQ            PIC 9(09) VALUE 0.                    261005MA
013142 01 WS-LAST-SEQ             PIC 9(09) VALUE 0.                    261005MA
013144 01 WS-LAST-CHECK           PIC X(20) VALUE SPACES.               261005MA
013146*                                                                 261012MA
013148*Archive mode moves audit history, so it runs only for an         261012MA
013150*operator OPRAUTH grants it to -- checked through AUTHCHK,        261012MA
013152*a refusal warned through NOTIFY and logged through AUDLOG.       261012MA
013154 01 WS-OPERATOR             PIC X(08) VALUE SPACES.               261012MA
013156 01 WS-AUTH-REQUEST.                                              261012MA
013158    03 AQ-OPERATOR          PIC X(08) VALUE SPACES.               261012MA
013160    03 AQ-PROGRAM           PIC X(08) VALUE "AUDARCH".            261012MA
013162    03 AQ-FUNCTION          PIC X(08) VALUE "ARCHIVE".            261012MA
013164    03 AQ-FILE-NAME         PIC X(34) VALUE SPACES.               261012MA
013166    03 AQ-GRANTED-BY        PIC X(08) VALUE SPACES.               261012MA
013168    03 AQ-GRANT-DATE        PIC 9(08) VALUE 0.                    261012MA
013170    03 AQ-REFERENCE         PIC X(12) VALUE SPACES.               261012MA
013172 01 WS-NOTIFY-REQUEST.                                            261012MA
013174    03 NF-PROGRAM-NAME      PIC X(08) VALUE "AUDARCH".            261012MA
013176    03 NF-SEVERITY          PIC X(01) VALUE SPACES.               261012MA
013178    03 NF-MESSAGE           PIC X(60) VALUE SPACES.               261012MA
013180 01 WS-AUDIT-REQUEST.                                             261012MA
013182    03 AR-PROGRAM-NAME      PIC X(08) VALUE "AUDARCH".            261012MA
013184    03 AR-OPERATOR          PIC X(08) VALUE SPACES.               261012MA
013186    03 AR-EVENT             PIC X(06) VALUE SPACES.               261012MA
013188    03 AR-OUTCOME           PIC X(08) VALUE SPACES.               261012MA
013190    03 AR-PARM-1            PIC X(26) VALUE SPACES.               261012MA
013192    03 AR-PARM-2            PIC X(10) VALUE SPACES.               261012MA
013200*                                                                 260822MA
013300*=================================================================260822MA
013400*Main logical flow                                                260822MA
013700 BEGIN-0000.                                                      260822MA
013800     DISPLAY "AUDARCH Version 1.00, Copyright J3K Solutions".     260822MA
013900     PERFORM A0100-GET-PARMS THRU A0100-EXIT.                     260822MA
013902     IF ARCHIVE-MODE                                              261012MA
013904        PERFORM A0150-SET-OPERATOR THRU A0150-EXIT                261012MA
013906        PERFORM B9900-CHECK-AUTHORITY THRU B9900-EXIT             261012MA
013908     END-IF.                                                      261012MA
013920     IF ARCHIVE-MODE                                              261005MA
013940        PERFORM B1050-HOLD-HEAD THRU B1050-EXIT                   261005MA
013960        IF HEAD-OPEN                                              261005MA
013980           PERFORM B1000-ARCHIVE THRU B1000-EXIT                  261005MA
014000           CLOSE HEADFIL                                          261005MA
014020        ELSE                                                      261005MA
014040           DISPLAY "AUDARCH: AUDLOG chain head CLAUDHD busy or "  261005MA
014060                   "missing -- nothing archived"                  261005MA
014080           MOVE 1             TO RETURN-CODE                      261005MA
014100        END-IF                                                    261005MA
014120     ELSE                                                         261005MA
014140        PERFORM C1000-RETRIEVE THRU C1000-EXIT                    261005MA
014160     END-IF.                                                      261005MA
014500     DISPLAY "Normal termination of AUDARCH run @ " TIME-OF-DAY.  260822MA
014600     STOP RUN.                                                    260822MA
014700 BEGIN-0000-EXIT. EXIT.                                           260822MA
020600        END-IF                                                    260822MA
020700     END-IF.                                                      260822MA
020800 A0100-EXIT.  EXIT.                                               260822MA
020805*                                                                 261012MA
020810*A0150-SET-OPERATOR names who is archiving -- BATCH for an        261012MA
020815*unattended run driven by the INFO string, or a prompted          261012MA
020820*operator ID for an interactive session.                          261012MA
020825 A0150-SET-OPERATOR.                                              261012MA
020830     IF WS-RUN-INFO NOT = SPACES                                  261012MA
020835        MOVE "BATCH"           TO WS-OPERATOR                     261012MA
020840     ELSE                                                         261012MA
020845        DISPLAY "Enter operator ID: " NO ADVANCING                261012MA
020850        ACCEPT WS-OPERATOR FREE                                   261012MA
020855     END-IF.                                                      261012MA
020860     MOVE WS-OPERATOR          TO AR-OPERATOR.                    261012MA
020865 A0150-EXIT.  EXIT.                                               261012MA
020900*                                                                 260822MA
021000*=========================================================        260822MA
021100*Archive mode -- split the live log at the cutoff date,           260822MA
021900        MOVE 1                TO RETURN-CODE                      260822MA
022000        GO TO B1000-EXIT                                          260822MA
022100     END-IF.                                                      260822MA
022150     PERFORM B1700-COUNT-ARCHIVE THRU B1700-EXIT.                 261005MA
022200     OPEN EXTEND ARCHFIL.                                         260822MA
022300     IF CC <> 0                                                   260822MA
022320        PERFORM B1100-CREATE-ARCHIVE THRU B1100-EXIT              260822MA
023100     ADD 1                  TO WS-READ-COUNT.                     260822MA
023200     MOVE AUD-TIMESTAMP     TO TS-WORK.                           260822MA
023300     PERFORM E1000-PARSE-TS-DATE THRU E1000-EXIT.                 260822MA
023350*A record whose stamp will not parse stays in the live log        261005MA
023400*rather than disappearing into the archive unexamined -- and so   261005MA
023450*does everything after it, so the archive always ends where the   261005MA
023500*live log's chain picks up.                                       261005MA
023550     IF NOT KEEP-THE-REST                                         261005MA
023600        AND TS-PARSED AND TS-DATE-NUM < WS-CUTOFF-DATE            261005MA
023650        MOVE AUDIT-RECORD   TO ARCH-RECORD                        261005MA
023700        WRITE ARCH-RECORD                                         261005MA
023750        ADD 1               TO WS-MOVED-COUNT                     261005MA
023800        IF AUD-SEQ-NO IS NUMERIC AND AUD-SEQ-NO > 0               261005MA
023850           IF WS-FIRST-SEQ = 0                                    261005MA
023900              MOVE AUD-SEQ-NO  TO WS-FIRST-SEQ                    261005MA
023950           END-IF                                                 261005MA
024000           MOVE AUD-SEQ-NO     TO WS-LAST-SEQ                     261005MA
024050           MOVE AUD-CHAIN-CHECK TO WS-LAST-CHECK                  261005MA
024100        END-IF                                                    261005MA
024150     ELSE                                                         261005MA
024200        MOVE "Y"            TO WS-KEEP-REST-SW                    261005MA
024250        MOVE AUDIT-RECORD   TO HOLD-RECORD                        261005MA
024300        WRITE HOLD-RECORD                                         261005MA
024350        ADD 1               TO WS-KEPT-COUNT                      261005MA
024400     END-IF.                                                      261005MA
024500     GO TO B1010-READ.                                            260822MA
024600 B1090-SPLIT-DONE.                                                260822MA
024700     CLOSE AUDITFIL ARCHFIL HOLDFIL.                              260822MA
024720     IF WS-MOVED-COUNT > 0                                        261005MA
024740        PERFORM B1600-INDEX-ARCHIVE THRU B1600-EXIT               261005MA
024760     END-IF.                                                      261005MA
024800     PERFORM B1500-REWRITE-LIVE THRU B1500-EXIT.                  260822MA
024900     DISPLAY "AUDARCH: " WS-READ-COUNT " read, "                  260822MA
025000             WS-MOVED-COUNT " archived to " WS-ARCH-FILE.         260822MA
026800 B1590-DONE.                                                      260822MA
026900     CLOSE HOLDFIL AUDITFIL.                                      260822MA
027000 B1500-EXIT.  EXIT.                                               260822MA
027001*                                                                 261005MA
027002*B1050-HOLD-HEAD takes AUDLOG's chain head exclusive for the      261005MA
027003*whole archive run.  AUDLOG callers wait on it, so every entry    261005MA
027004*written meanwhile lands after the compaction instead of being    261005MA
027005*lost in it.                                                      261005MA
027006 B1050-HOLD-HEAD.                                                 261005MA
027007     MOVE "N"                  TO WS-HEAD-OPEN-SW.                261005MA
027008     MOVE 0                    TO WS-OPEN-TRIES.                  261005MA
027009 B1060-OPEN.                                                      261005MA
027010     OPEN I-O HEADFIL.                                            261005MA
027011     IF CC = 0                                                    261005MA
027012        MOVE "Y"               TO WS-HEAD-OPEN-SW                 261005MA
027013        GO TO B1050-EXIT.                                         261005MA
027014     IF WS-OPEN-TRIES < MAX-TRIES                                 261005MA
027015        ADD 1                  TO WS-OPEN-TRIES                   261005MA
027016        DISPLAY "AUDARCH: chain head busy -- waiting"             261005MA
027017        MOVE SPACES            TO WS-CMD-IMAGE                    261005MA
027018        MOVE "PAUSE 30"        TO WS-CMD-IMAGE(1:8)               261005MA
027019        MOVE WS-CR             TO WS-CMD-IMAGE(9:1)               261005MA
027020        CALL INTRINSIC "COMMAND" USING WS-CMD-IMAGE,              261005MA
027021                                       WS-CMD-ERROR,              261005MA
027022                                       WS-CMD-PARM                261005MA
027023        GO TO B1060-OPEN.                                         261005MA
027024 B1050-EXIT.  EXIT.                                               261005MA
027025*                                                                 261005MA
027026*B1600-INDEX-ARCHIVE records this run in CLAUDAX -- the archive   261005MA
027027*(without the create limit B1100 may have added to its name), the 261005MA
027028*records it held before this run, the sequence range moved and    261005MA
027029*the last check value, which the live log's first record must     261005MA
027030*chain from.                                                      261005MA
027031 B1600-INDEX-ARCHIVE.                                             261005MA
027032     OPEN EXTEND INDEXFIL.                                        261005MA
027033     IF CC <> 0                                                   261005MA
027034        OPEN OUTPUT INDEXFIL                                      261005MA
027035        IF CC <> 0                                                261005MA
027036           DISPLAY "AUDARCH: cannot write the CLAUDAX archive "   261005MA
027037                   "index -- record this run by hand"             261005MA
027038           MOVE 1              TO RETURN-CODE                     261005MA
027039           GO TO B1600-EXIT                                       261005MA
027040        END-IF                                                    261005MA
027041     END-IF.                                                      261005MA
027042     MOVE SPACES               TO AX-RECORD.                      261005MA
027043     UNSTRING WS-ARCH-FILE DELIMITED BY ","                       261005MA
027044        INTO AX-ARCH-FILE.                                        261005MA
027045     MOVE WS-FIRST-SEQ         TO AX-FIRST-SEQ.                   261005MA
027046     MOVE WS-LAST-SEQ          TO AX-LAST-SEQ.                    261005MA
027047     MOVE WS-ARCH-START        TO AX-START-REC.                   261005MA
027048     MOVE WS-MOVED-COUNT       TO AX-RECORDS.                     261005MA
027049     MOVE WS-LAST-CHECK        TO AX-LAST-CHECK.                  261005MA
027050     MOVE WS-CUTOFF-DATE       TO AX-CUTOFF-DATE.                 261005MA
027051     CALL INTRINSIC "DATELINE" USING AX-TIMESTAMP.                261005MA
027052     WRITE AX-RECORD.                                             261005MA
027053     CLOSE INDEXFIL.                                              261005MA
027054 B1600-EXIT.  EXIT.                                               261005MA
027056*                                                                 261005MA
027058*B1700-COUNT-ARCHIVE counts the records the archive already holds 261005MA
027060*before this run appends to it -- where the run's own entries     261005MA
027062*start, which B1600 records so AUDVERF can pass over any written  261005MA
027064*before the archive was first indexed.                            261005MA
027066 B1700-COUNT-ARCHIVE.                                             261005MA
027068     MOVE 0                    TO WS-ARCH-START.                  261005MA
027070     OPEN INPUT ARCHFIL.                                          261005MA
027072     IF CC <> 0                                                   261005MA
027074        GO TO B1700-EXIT.                                         261005MA
027076 B1710-READ.                                                      261005MA
027078     READ ARCHFIL                                                 261005MA
027080        AT END                                                    261005MA
027082           GO TO B1790-DONE.                                      261005MA
027084     ADD 1                     TO WS-ARCH-START.                  261005MA
027086     GO TO B1710-READ.                                            261005MA
027088 B1790-DONE.                                                      261005MA
027090     CLOSE ARCHFIL.                                               261005MA
027092 B1700-EXIT.  EXIT.                                               261005MA
027100*                                                                 260822MA
027200*=========================================================        260822MA
027300*Retrieve mode -- pull archived records back by date range        260822MA
030900        AND ARC-PROGRAM-NAME NOT = WS-PROG-WANTED                 260822MA
031000        GO TO C1010-READ.                                         260822MA
031100     MOVE SPACES            TO RPT-RECORD.                        260822MA
031200     MOVE ARCH-RECORD       TO RPT-RECORD(1:102).                 261005MA
031300     WRITE RPT-RECORD.                                            260822MA
031400     ADD 1                  TO WS-MATCH-COUNT.                    260822MA
031500     GO TO C1010-READ.                                            260822MA
035900         (TS-YEAR * 10000) + (TS-MONTH * 100) + TS-DAY.           260822MA
036000     MOVE "Y"               TO TS-GOOD-SW.                        260822MA
036100 E1000-EXIT.  EXIT.                                               260822MA
036102*                                                                 261012MA
036104*B9900-CHECK-AUTHORITY asks AUTHCHK whether this operator may     261012MA
036106*archive into this archive file.  The check is made before the    261012MA
036108*chain head is taken, so the refusal can itself be logged; it     261012MA
036110*is warned through NOTIFY and ends the run 16 with nothing        261012MA
036112*moved.                                                           261012MA
036114 B9900-CHECK-AUTHORITY.                                           261012MA
036116     MOVE WS-OPERATOR          TO AQ-OPERATOR.                    261012MA
036118     MOVE WS-ARCH-FILE         TO AQ-FILE-NAME.                   261012MA
036120     CALL "AUTHCHK" USING WS-AUTH-REQUEST.                        261012MA
036122     IF RETURN-CODE = 0                                           261012MA
036124        GO TO B9900-EXIT.                                         261012MA
036126     DISPLAY "AUDARCH: " WS-OPERATOR " is not authorized to "     261012MA
036128             "archive into " WS-ARCH-FILE " -- RUN REFUSED".      261012MA
036130     MOVE "W"                  TO NF-SEVERITY.                    261012MA
036132     MOVE SPACES               TO NF-MESSAGE.                     261012MA
036134     STRING "OPERATOR " DELIMITED BY SIZE                         261012MA
036136            WS-OPERATOR DELIMITED BY SPACES                       261012MA
036138            " NOT AUTHORIZED FOR ARCHIVE -- RUN REFUSED"          261012MA
036140                               DELIMITED BY SIZE                  261012MA
036142       INTO NF-MESSAGE.                                           261012MA
036144     CALL "NOTIFY" USING WS-NOTIFY-REQUEST.                       261012MA
036146     MOVE "REFUSE"             TO AR-EVENT.                       261012MA
036148     MOVE "NOAUTH"             TO AR-OUTCOME.                     261012MA
036150     MOVE WS-ARCH-FILE(1:26)   TO AR-PARM-1.                      261012MA
036152     MOVE AQ-FUNCTION          TO AR-PARM-2.                      261012MA
036154     CALL "AUDLOG" USING WS-AUDIT-REQUEST.                        261012MA
036156     IF RETURN-CODE NOT = 0                                       261012MA
036158        DISPLAY "AUDARCH: audit log entry not recorded"           261012MA
036160     END-IF.                                                      261012MA
036162     MOVE 16                   TO RETURN-CODE.                    261012MA
036164     STOP RUN.                                                    261012MA
036166 B9900-EXIT.  EXIT.                                               261012MA
036200 END PROGRAM AUDARCH.                                             260822MA
