001200* SOURCE-LINE IMAGES (THE 66-BYTE IMAGES ITS COMPARE TABLES       260902MA
001300* ALREADY HOLD) AND GETS BACK THE MEMBER'S FIELD MAP: EVERY       260902MA
001400* FIELD'S NAME, LEVEL, STARTING BYTE, LENGTH AND OCCURS COUNT,    260902MA
001450* PLUS THE OVERALL RECORD LENGTH, AND FOR EACH FIELD WHAT A       260923MA
001500* PROGRAM NEEDS TO DECODE ITS DATA.  THE COMPUTATION IS THE ONE   260923MA
001600* CPYLAYT PERFORMS FOR ITS LAYOUT PAGES -- PIC-STRING WALK,       260902MA
001700* USAGE RULES, GROUP TOTALS BOTTOM-UP, OFFSETS WITH REDEFINES     260902MA
001800* RESOLVED -- SO THE TWO PROGRAMS CANNOT DISAGREE ON WHERE A      260902MA
002100*-----------------------------------------------------------------260902MA
002200* MODIFICATION HISTORY                                            260902MA
002300* 260902MA  INITIAL VERSION.                                      260902MA
002310* 260923MA  ANSWER ENTRIES ALSO CARRY HOW EACH FIELD HOLDS ITS    260923MA
002320*            VALUE -- DATA CLASS, USAGE, DIGITS, DECIMAL PLACES,  260923MA
002330*            SIGN -- AND FLAG FIELDS INSIDE A REDEFINED VIEW, SO  260923MA
002340*            DATA CAN BE DECODED AS WELL AS PLACED.  PLACEMENT    260923MA
002350*            RULES UNCHANGED.                                     260923MA
002360* 260925MA  CONDITION NAMES (88) NO LONGER JUST SKIPPED: EACH     260925MA
002370*            VALUE AND THRU RANGE IS RETURNED AGAINST ITS FIELD   260925MA
002380*            SO THE DATA CAN BE CHECKED AGAINST THEM.             260925MA
002400*-----------------------------------------------------------------260902MA
002500*                                                                 260902MA
002600 ENVIRONMENT DIVISION.                                            260902MA
007400       05 FLD-LENGTH         PIC S9(09) COMP.                     260902MA
007500       05 FLD-TOT-LEN        PIC S9(09) COMP.                     260902MA
007600       05 FLD-OFFSET         PIC S9(09) COMP.                     260902MA
007610       05 FLD-CLASS          PIC X(01).                           260923MA
007620       05 FLD-DIGITS         PIC 9(02).                           260923MA
007630       05 FLD-SCALE          PIC 9(02).                           260923MA
007640       05 FLD-SIGNED-SW      PIC X(01).                           260923MA
007650       05 FLD-REDEF-SW       PIC X(01).                           260923MA
007700*                                                                 260902MA
007800*PIC string walker.                                               260902MA
007900 01 WS-PIC-WORK             PIC X(30)  VALUE SPACES.              260902MA
009200 01 WS-OCC-WORK             PIC S9(09) COMP VALUE 0.              260902MA
009300 01 WS-SIB-BASE             PIC S9(09) COMP VALUE 0.              260902MA
009400 01 WS-FLD-END              PIC S9(09) COMP VALUE 0.              260902MA
009420 01 WS-SCALE               PIC S9(04) COMP VALUE 0.               260923MA
009440 01 WS-AFTER-V-SW          PIC X(01)  VALUE "N".                  260923MA
009460 01 WS-ROOT-SEEN-SW        PIC X(01)  VALUE "N".                  260923MA
009462*                                                                 260925MA
009464*Condition-name VALUE clause scanner.                             260925MA
009466 77 MAX-COND-ENTRIES        PIC S9(04) COMP VALUE 300.            260925MA
009468 01 WS-COND-NAME            PIC X(30)  VALUE SPACES.              260925MA
009470 01 WS-LITERAL              PIC X(30)  VALUE SPACES.              260925MA
009472 01 WS-LIT-LEN              PIC S9(04) COMP VALUE 0.              260925MA
009474 01 WS-LIT-KIND             PIC X(01)  VALUE SPACE.               260925MA
009476 01 WS-LIT-CH               PIC X(01)  VALUE SPACE.               260925MA
009478 01 WS-LIT-QUOTE            PIC X(01)  VALUE SPACE.               260925MA
009480 01 WS-THRU-SW              PIC X(01)  VALUE "N".                 260925MA
009500*                                                                 260902MA
009600 LINKAGE SECTION.                                                 260902MA
009700*                                                                 260902MA
011400         05  CM-OFFSET         PIC S9(09) COMP.                   260902MA
011500         05  CM-LENGTH         PIC S9(09) COMP.                   260902MA
011600         05  CM-OCCURS         PIC 9(04).                         260902MA
011610         05  CM-CLASS          PIC X(01).                         260923MA
011620         05  CM-USAGE          PIC X(08).                         260923MA
011630         05  CM-DIGITS         PIC 9(02).                         260923MA
011640         05  CM-SCALE          PIC 9(02).                         260923MA
011650         05  CM-SIGNED-SW      PIC X(01).                         260923MA
011660         05  CM-REDEF-SW       PIC X(01).                         260923MA
011662*                                                                 260925MA
011664*Every value a condition name (88) lists, against the index of    260925MA
011666*the field the condition belongs to.  A THRU range carries its    260925MA
011668*upper value in CM-COND-HIGH.                                     260925MA
011670     03  CM-COND-COUNT         PIC S9(04) COMP.                   260925MA
011672     03  CM-COND-ENTRY OCCURS 300.                                260925MA
011674         05  CM-COND-FIELD     PIC S9(04) COMP.                   260925MA
011676         05  CM-COND-NAME      PIC X(30).                         260925MA
011678         05  CM-COND-KIND      PIC X(01).                         260925MA
011680         05  CM-COND-LOW       PIC X(30).                         260925MA
011682         05  CM-COND-THRU-SW   PIC X(01).                         260925MA
011684         05  CM-COND-HIGH      PIC X(30).                         260925MA
011700*                                                                 260902MA
011800*=================================================================260902MA
011900*Main logical flow                                                260902MA
012200 0-BEGIN.                                                         260902MA
012300     MOVE 0                   TO RETURN-CODE.                     260902MA
012400     MOVE 0                   TO FLD-COUNT.                       260902MA
012420     MOVE 0                   TO CM-COND-COUNT.                   260925MA
012440     MOVE "N"                 TO WS-THRU-SW.                      260925MA
012500     MOVE "N"                 TO WS-ENTRY-OPEN-SW.                260902MA
012600     MOVE 1                   TO WS-LINE-IX.                      260902MA
012700 0-NEXT-LINE.                                                     260902MA
013800     IF FLD-COUNT > 0                                             260902MA
013900        PERFORM C1100-GROUP-LENGTHS THRU C1100-EXIT               260902MA
014000        PERFORM C1200-OFFSETS THRU C1200-EXIT                     260902MA
014050        PERFORM C1300-REDEF-VIEWS THRU C1300-EXIT                 260923MA
014100     END-IF.                                                      260902MA
014200     PERFORM D1000-FILL-ANSWER THRU D1000-EXIT.                   260902MA
014300     GOBACK.                                                      260902MA
019800     PERFORM E8000-NEXT-TOKEN THRU E8000-EXIT.                    260902MA
019900     IF TOKENS-DONE OR WS-TOKEN(1:2) IS NOT NUMERIC               260902MA
020000        GO TO B1400-EXIT.                                         260902MA
020050     IF WS-TOKEN = "88"                                           260925MA
020100        PERFORM B1800-CONDITION THRU B1800-EXIT                   260925MA
020150        GO TO B1400-EXIT.                                         260925MA
020200     IF WS-TOKEN = "66"                                           260925MA
020250        GO TO B1400-EXIT.                                         260925MA
020300     IF FLD-COUNT >= MAX-FLD-ENTRIES                              260902MA
020400        DISPLAY "CPYMAP: field table full, entry skipped"         260902MA
020500        GO TO B1400-EXIT.                                         260902MA
021600                                 FLD-OFFSET(FLD-COUNT).           260902MA
021700     MOVE "N"                 TO FLD-GROUP-SW(FLD-COUNT)          260902MA
021800                                 FLD-SYNC-SW(FLD-COUNT).          260902MA
021810     MOVE SPACES              TO FLD-CLASS(FLD-COUNT).            260923MA
021820     MOVE 0                   TO FLD-DIGITS(FLD-COUNT)            260923MA
021830                                 FLD-SCALE(FLD-COUNT).            260923MA
021840     MOVE "N"                 TO FLD-SIGNED-SW(FLD-COUNT)         260923MA
021850                                 FLD-REDEF-SW(FLD-COUNT).         260923MA
021900     PERFORM E8000-NEXT-TOKEN THRU E8000-EXIT.                    260902MA
022000     IF TOKENS-DONE                                               260902MA
022100        MOVE "FILLER"         TO FLD-NAME(FLD-COUNT)              260902MA
028800        AND FLD-USAGE(FLD-COUNT) NOT = "COMP-2"                   260902MA
028900        AND FLD-USAGE(FLD-COUNT) NOT = "INDEX"                    260902MA
029000        MOVE "Y"              TO FLD-GROUP-SW(FLD-COUNT)          260902MA
029050        MOVE "G"              TO FLD-CLASS(FLD-COUNT)             260923MA
029100     ELSE                                                         260902MA
029200        PERFORM B1500-FIELD-LENGTH THRU B1500-EXIT                260902MA
029300     END-IF.                                                      260902MA
029900     MOVE 0                   TO WS-DIGITS WS-CHARS.              260902MA
030000     MOVE "N"                 TO WS-LAST-DIGIT-SW                 260902MA
030100                                 WS-LAST-CHAR-SW.                 260902MA
030120     MOVE 0                   TO WS-SCALE.                        260923MA
030140     MOVE "N"                 TO WS-AFTER-V-SW.                   260923MA
030200     MOVE FLD-PIC(FLD-COUNT)  TO WS-PIC-WORK.                     260902MA
030300     MOVE 1                   TO WS-PIC-PTR.                      260902MA
030400 B1500-CHAR.                                                      260902MA
031200        GO TO B1500-CHAR.                                         260902MA
031300     MOVE "N"                 TO WS-LAST-DIGIT-SW                 260902MA
031400                                 WS-LAST-CHAR-SW.                 260902MA
031420     IF WS-PIC-CH = "S"                                           260923MA
031440        MOVE "Y"              TO FLD-SIGNED-SW(FLD-COUNT).        260923MA
031460     IF WS-PIC-CH = "V"                                           260923MA
031480        MOVE "Y"              TO WS-AFTER-V-SW.                   260923MA
031500     IF WS-PIC-CH = "9"                                           260902MA
031600        ADD 1                 TO WS-DIGITS WS-CHARS               260902MA
031700        MOVE "Y"              TO WS-LAST-DIGIT-SW                 260902MA
031800                                 WS-LAST-CHAR-SW                  260902MA
031820        IF WS-AFTER-V-SW = "Y"                                    260923MA
031840           ADD 1              TO WS-SCALE                         260923MA
031860        END-IF                                                    260923MA
031900     ELSE                                                         260902MA
032000        IF WS-PIC-CH = "X" OR WS-PIC-CH = "A"                     260902MA
032100           OR WS-PIC-CH = "Z" OR WS-PIC-CH = "*"                  260902MA
033200     ADD 1                    TO WS-PIC-PTR.                      260902MA
033300     GO TO B1500-CHAR.                                            260902MA
033400 B1500-USAGE.                                                     260902MA
033420     MOVE WS-DIGITS           TO FLD-DIGITS(FLD-COUNT).           260923MA
033440     MOVE WS-SCALE            TO FLD-SCALE(FLD-COUNT).            260923MA
033460     PERFORM B1700-DATA-CLASS THRU B1700-EXIT.                    260923MA
033500     IF FLD-USAGE(FLD-COUNT) = "COMP"                             260902MA
033600        IF WS-DIGITS > 9                                          260902MA
033700           MOVE 8             TO FLD-LENGTH(FLD-COUNT)            260902MA
039700     IF WS-LAST-CHAR-SW = "Y"                                     260902MA
039800        ADD WS-REPT TO WS-CHARS                                   260902MA
039900        SUBTRACT 1 FROM WS-CHARS.                                 260902MA
039920     IF WS-LAST-DIGIT-SW = "Y" AND WS-AFTER-V-SW = "Y"            260923MA
039940        ADD WS-REPT TO WS-SCALE                                   260923MA
039960        SUBTRACT 1 FROM WS-SCALE.                                 260923MA
040000 B1600-EXIT.  EXIT.                                               260902MA
040002*                                                                 260923MA
040004*B1700-DATA-CLASS records how the field's bytes hold their value, 260923MA
040006*for callers that decode data rather than just place it:          260923MA
040008*B binary (COMP, INDEX), P packed (COMP-3), F floating (COMP-1,   260923MA
040010*COMP-2), N numeric display (nothing in the PIC but 9s, with S    260923MA
040012*and V), A anything else -- alphanumeric or edited.               260923MA
040014 B1700-DATA-CLASS.                                                260923MA
040016     IF FLD-USAGE(FLD-COUNT) = "COMP"                             260923MA
040018        MOVE "B"              TO FLD-CLASS(FLD-COUNT)             260923MA
040020        GO TO B1700-EXIT.                                         260923MA
040022     IF FLD-USAGE(FLD-COUNT) = "INDEX"                            260923MA
040024        MOVE "B"              TO FLD-CLASS(FLD-COUNT)             260923MA
040026        MOVE 9                TO FLD-DIGITS(FLD-COUNT)            260923MA
040028        MOVE "Y"              TO FLD-SIGNED-SW(FLD-COUNT)         260923MA
040030        GO TO B1700-EXIT.                                         260923MA
040032     IF FLD-USAGE(FLD-COUNT) = "COMP-3"                           260923MA
040034        MOVE "P"              TO FLD-CLASS(FLD-COUNT)             260923MA
040036        GO TO B1700-EXIT.                                         260923MA
040038     IF FLD-USAGE(FLD-COUNT) = "COMP-1"                           260923MA
040040        OR FLD-USAGE(FLD-COUNT) = "COMP-2"                        260923MA
040042        MOVE "F"              TO FLD-CLASS(FLD-COUNT)             260923MA
040044        GO TO B1700-EXIT.                                         260923MA
040046     IF WS-DIGITS > 0 AND WS-DIGITS = WS-CHARS                    260923MA
040048        MOVE "N"              TO FLD-CLASS(FLD-COUNT)             260923MA
040050     ELSE                                                         260923MA
040052        MOVE "A"              TO FLD-CLASS(FLD-COUNT)             260923MA
040054     END-IF.                                                      260923MA
040056 B1700-EXIT.  EXIT.                                               260923MA
040100*                                                                 260902MA
040200*E8200-OCCURS-DIGITS picks the leading digits off a token         260902MA
040300*such as "50" in "OCCURS 50 TIMES" when fewer than four.          260902MA
041600 E8200-SET.                                                       260902MA
041700     MOVE WS-OCC-WORK         TO FLD-OCCURS(FLD-COUNT).           260902MA
041800 E8200-EXIT.  EXIT.                                               260902MA
041801*                                                                 260925MA
041802*B1800-CONDITION files a condition name's values against the      260925MA
041803*field it follows -- one table entry per value or THRU range,     260925MA
041804*with the literal's kind: A quoted, N numeric, F figurative       260925MA
041805*(SPACES, ZEROS, LOW-VALUES, HIGH-VALUES).  Condition names       260925MA
041806*still take no place in the field table.                          260925MA
041807 B1800-CONDITION.                                                 260925MA
041808     IF FLD-COUNT = 0                                             260925MA
041809        GO TO B1800-EXIT.                                         260925MA
041810     PERFORM E8000-NEXT-TOKEN THRU E8000-EXIT.                    260925MA
041811     IF TOKENS-DONE                                               260925MA
041812        GO TO B1800-EXIT.                                         260925MA
041813     MOVE WS-TOKEN            TO WS-COND-NAME.                    260925MA
041814     PERFORM E8000-NEXT-TOKEN THRU E8000-EXIT.                    260925MA
041815     IF WS-TOKEN NOT = "VALUE" AND WS-TOKEN NOT = "VALUES"        260925MA
041816        GO TO B1800-EXIT.                                         260925MA
041817 B1810-NEXT.                                                      260925MA
041818     PERFORM E8300-NEXT-LITERAL THRU E8300-EXIT.                  260925MA
041819     IF WS-LIT-KIND = SPACE                                       260925MA
041820        GO TO B1800-EXIT.                                         260925MA
041821     IF WS-LIT-KIND = "W"                                         260925MA
041822        AND (WS-LITERAL = "IS" OR WS-LITERAL = "ARE"              260925MA
041823             OR WS-LITERAL = "ALL")                               260925MA
041824        GO TO B1810-NEXT.                                         260925MA
041825     IF WS-LIT-KIND = "W"                                         260925MA
041826        AND (WS-LITERAL = "THRU" OR WS-LITERAL = "THROUGH")       260925MA
041827        MOVE "Y"              TO WS-THRU-SW                       260925MA
041828        GO TO B1810-NEXT.                                         260925MA
041829     PERFORM B1850-LITERAL-KIND THRU B1850-EXIT.                  260925MA
041830     IF WS-THRU-SW = "Y"                                          260925MA
041831        MOVE "N"              TO WS-THRU-SW                       260925MA
041832        IF CM-COND-COUNT > 0                                      260925MA
041833           MOVE "Y"           TO CM-COND-THRU-SW(CM-COND-COUNT)   260925MA
041834           MOVE WS-LITERAL    TO CM-COND-HIGH(CM-COND-COUNT)      260925MA
041835        END-IF                                                    260925MA
041836        GO TO B1810-NEXT                                          260925MA
041837     END-IF.                                                      260925MA
041838     IF CM-COND-COUNT >= MAX-COND-ENTRIES                         260925MA
041839        DISPLAY "CPYMAP: condition table full, value skipped"     260925MA
041840        GO TO B1800-EXIT.                                         260925MA
041841     ADD 1                    TO CM-COND-COUNT.                   260925MA
041842     MOVE FLD-COUNT           TO CM-COND-FIELD(CM-COND-COUNT).    260925MA
041843     MOVE WS-COND-NAME        TO CM-COND-NAME(CM-COND-COUNT).     260925MA
041844     MOVE WS-LIT-KIND         TO CM-COND-KIND(CM-COND-COUNT).     260925MA
041845     MOVE WS-LITERAL          TO CM-COND-LOW(CM-COND-COUNT).      260925MA
041846     MOVE "N"                 TO CM-COND-THRU-SW(CM-COND-COUNT).  260925MA
041847     MOVE SPACES              TO CM-COND-HIGH(CM-COND-COUNT).     260925MA
041848     GO TO B1810-NEXT.                                            260925MA
041849 B1800-EXIT.  EXIT.                                               260925MA
041850*                                                                 260925MA
041851*B1850-LITERAL-KIND settles a value's kind, spelling each         260925MA
041852*figurative constant one way.                                     260925MA
041853 B1850-LITERAL-KIND.                                              260925MA
041854     IF WS-LIT-KIND = "Q"                                         260925MA
041855        MOVE "A"              TO WS-LIT-KIND                      260925MA
041856        GO TO B1850-EXIT.                                         260925MA
041857     MOVE "F"                 TO WS-LIT-KIND.                     260925MA
041858     IF WS-LITERAL = "SPACE" OR WS-LITERAL = "SPACES"             260925MA
041859        MOVE "SPACES"         TO WS-LITERAL                       260925MA
041860        GO TO B1850-EXIT.                                         260925MA
041861     IF WS-LITERAL = "ZERO" OR WS-LITERAL = "ZEROS"               260925MA
041862        OR WS-LITERAL = "ZEROES"                                  260925MA
041863        MOVE "ZEROS"          TO WS-LITERAL                       260925MA
041864        GO TO B1850-EXIT.                                         260925MA
041865     IF WS-LITERAL = "LOW-VALUE" OR WS-LITERAL = "LOW-VALUES"     260925MA
041866        MOVE "LOW-VALUES"     TO WS-LITERAL                       260925MA
041867        GO TO B1850-EXIT.                                         260925MA
041868     IF WS-LITERAL = "HIGH-VALUE" OR WS-LITERAL = "HIGH-VALUES"   260925MA
041869        MOVE "HIGH-VALUES"    TO WS-LITERAL                       260925MA
041870        GO TO B1850-EXIT.                                         260925MA
041871     IF WS-LITERAL = "QUOTE" OR WS-LITERAL = "QUOTES"             260925MA
041872        MOVE "A"              TO WS-LIT-KIND                      260925MA
041873        MOVE """"             TO WS-LITERAL                       260925MA
041874        GO TO B1850-EXIT.                                         260925MA
041875     MOVE "N"                 TO WS-LIT-KIND.                     260925MA
041876 B1850-EXIT.  EXIT.                                               260925MA
041900*                                                                 260902MA
042000*E8000-NEXT-TOKEN returns the next blank-delimited token from     260902MA
042100*the entry buffer, with any statement-ending period stripped.     260902MA
044700     IF WS-TOKEN(WS-TOK-LEN:1) = "."                              260902MA
044800        MOVE SPACE            TO WS-TOKEN(WS-TOK-LEN:1).          260902MA
044900 E8100-EXIT.  EXIT.                                               260902MA
044901*                                                                 260925MA
044902*E8300-NEXT-LITERAL returns the next literal or word of a VALUE   260925MA
044903*clause from the entry buffer.  A quoted literal keeps its        260925MA
044904*blanks and gives up its doubled quotes (kind Q); anything else   260925MA
044905*runs to the next blank or comma, a statement-ending period       260925MA
044906*stripped (kind W).  Kind blank means the entry is used up.       260925MA
044907 E8300-NEXT-LITERAL.                                              260925MA
044908     MOVE SPACES              TO WS-LITERAL.                      260925MA
044909     MOVE 0                   TO WS-LIT-LEN.                      260925MA
044910     MOVE SPACE               TO WS-LIT-KIND.                     260925MA
044911 E8310-SKIP.                                                      260925MA
044912     IF WS-TOK-PTR >= WS-ENT-PTR                                  260925MA
044913        GO TO E8300-EXIT.                                         260925MA
044914     MOVE WS-ENTRY-BUF(WS-TOK-PTR:1) TO WS-LIT-CH.                260925MA
044915     IF WS-LIT-CH = SPACE OR WS-LIT-CH = ","                      260925MA
044916        ADD 1                 TO WS-TOK-PTR                       260925MA
044917        GO TO E8310-SKIP.                                         260925MA
044918     IF WS-LIT-CH = """" OR WS-LIT-CH = "'"                       260925MA
044919        MOVE WS-LIT-CH        TO WS-LIT-QUOTE                     260925MA
044920        MOVE "Q"              TO WS-LIT-KIND                      260925MA
044921        ADD 1                 TO WS-TOK-PTR                       260925MA
044922        GO TO E8330-QUOTED.                                       260925MA
044923     MOVE "W"                 TO WS-LIT-KIND.                     260925MA
044924 E8320-WORD.                                                      260925MA
044925     IF WS-TOK-PTR >= WS-ENT-PTR                                  260925MA
044926        GO TO E8340-END-WORD.                                     260925MA
044927     MOVE WS-ENTRY-BUF(WS-TOK-PTR:1) TO WS-LIT-CH.                260925MA
044928     IF WS-LIT-CH = SPACE OR WS-LIT-CH = ","                      260925MA
044929        GO TO E8340-END-WORD.                                     260925MA
044930     PERFORM E8350-ADD-CHAR THRU E8350-EXIT.                      260925MA
044931     ADD 1                    TO WS-TOK-PTR.                      260925MA
044932     GO TO E8320-WORD.                                            260925MA
044933 E8340-END-WORD.                                                  260925MA
044934     IF WS-LIT-LEN > 0                                            260925MA
044935        IF WS-LITERAL(WS-LIT-LEN:1) = "."                         260925MA
044936           MOVE SPACE         TO WS-LITERAL(WS-LIT-LEN:1)         260925MA
044937           SUBTRACT 1 FROM WS-LIT-LEN                             260925MA
044938        END-IF                                                    260925MA
044939     END-IF.                                                      260925MA
044940     IF WS-LIT-LEN = 0                                            260925MA
044941        MOVE SPACE            TO WS-LIT-KIND                      260925MA
044942        GO TO E8310-SKIP.                                         260925MA
044943     GO TO E8300-EXIT.                                            260925MA
044944 E8330-QUOTED.                                                    260925MA
044945     IF WS-TOK-PTR >= WS-ENT-PTR                                  260925MA
044946        GO TO E8300-EXIT.                                         260925MA
044947     MOVE WS-ENTRY-BUF(WS-TOK-PTR:1) TO WS-LIT-CH.                260925MA
044948     ADD 1                    TO WS-TOK-PTR.                      260925MA
044949     IF WS-LIT-CH = WS-LIT-QUOTE                                  260925MA
044950        IF WS-TOK-PTR < WS-ENT-PTR                                260925MA
044951           AND WS-ENTRY-BUF(WS-TOK-PTR:1) = WS-LIT-QUOTE          260925MA
044952           ADD 1              TO WS-TOK-PTR                       260925MA
044953        ELSE                                                      260925MA
044954           GO TO E8300-EXIT                                       260925MA
044955        END-IF                                                    260925MA
044956     END-IF.                                                      260925MA
044957     PERFORM E8350-ADD-CHAR THRU E8350-EXIT.                      260925MA
044958     GO TO E8330-QUOTED.                                          260925MA
044959 E8300-EXIT.  EXIT.                                               260925MA
044960*                                                                 260925MA
044961 E8350-ADD-CHAR.                                                  260925MA
044962     IF WS-LIT-LEN < 30                                           260925MA
044963        ADD 1                 TO WS-LIT-LEN                       260925MA
044964        MOVE WS-LIT-CH        TO WS-LITERAL(WS-LIT-LEN:1).        260925MA
044965 E8350-EXIT.  EXIT.                                               260925MA
045000*                                                                 260902MA
045100*C1100-GROUP-LENGTHS works from the bottom of the table up so     260902MA
045200*each group can total its immediate children (whose own           260902MA
055100            FLD-OFFSET(FLD-SCAN) + FLD-TOT-LEN(FLD-SCAN)          260902MA
055200     END-IF.                                                      260902MA
055300 C1250-EXIT.  EXIT.                                               260902MA
055302*                                                                 260923MA
055304*C1300-REDEF-VIEWS marks every field that is, or lies inside, an  260923MA
055306*alternate view of storage another field already maps: a REDEFINES260923MA
055308*entry, a later 01 record in the same member, and all of their    260923MA
055310*subordinates.  A caller that walks the data byte by byte takes   260923MA
055312*each byte once by passing over the marked fields.                260923MA
055314 C1300-REDEF-VIEWS.                                               260923MA
055316     MOVE 1                   TO FLD-INDEX.                       260923MA
055318     MOVE "N"                 TO WS-ROOT-SEEN-SW.                 260923MA
055320 C1300-NEXT.                                                      260923MA
055322     IF FLD-INDEX > FLD-COUNT                                     260923MA
055324        GO TO C1300-EXIT.                                         260923MA
055326     MOVE "N"                 TO FLD-REDEF-SW(FLD-INDEX).         260923MA
055328     IF FLD-REDEF-NAME(FLD-INDEX) NOT = SPACES                    260923MA
055330        MOVE "Y"              TO FLD-REDEF-SW(FLD-INDEX)          260923MA
055332        GO TO C1300-BUMP.                                         260923MA
055334     IF FLD-LEVEL(FLD-INDEX) = 1                                  260923MA
055336        IF WS-ROOT-SEEN-SW = "Y"                                  260923MA
055338           MOVE "Y"           TO FLD-REDEF-SW(FLD-INDEX)          260923MA
055340        END-IF                                                    260923MA
055342        MOVE "Y"              TO WS-ROOT-SEEN-SW                  260923MA
055344        GO TO C1300-BUMP.                                         260923MA
055346     IF FLD-LEVEL(FLD-INDEX) = 77                                 260923MA
055348        GO TO C1300-BUMP.                                         260923MA
055350     COMPUTE FLD-SCAN = FLD-INDEX - 1.                            260923MA
055352 C1300-HUNT.                                                      260923MA
055354     IF FLD-SCAN < 1                                              260923MA
055356        GO TO C1300-BUMP.                                         260923MA
055358     IF FLD-LEVEL(FLD-SCAN) >= FLD-LEVEL(FLD-INDEX)               260923MA
055360        SUBTRACT 1 FROM FLD-SCAN                                  260923MA
055362        GO TO C1300-HUNT.                                         260923MA
055364     MOVE FLD-REDEF-SW(FLD-SCAN) TO FLD-REDEF-SW(FLD-INDEX).      260923MA
055366 C1300-BUMP.                                                      260923MA
055368     ADD 1                    TO FLD-INDEX.                       260923MA
055370     GO TO C1300-NEXT.                                            260923MA
055372 C1300-EXIT.  EXIT.                                               260923MA
055400*                                                                 260902MA
055500*D1000-FILL-ANSWER copies the decoded table into the caller's     260902MA
055600*answer area and finds the furthest byte any field reaches.       260902MA
056600     MOVE FLD-OFFSET(FLD-INDEX) TO CM-OFFSET(FLD-INDEX).          260902MA
056700     MOVE FLD-LENGTH(FLD-INDEX) TO CM-LENGTH(FLD-INDEX).          260902MA
056800     MOVE FLD-OCCURS(FLD-INDEX) TO CM-OCCURS(FLD-INDEX).          260902MA
056810     MOVE FLD-CLASS(FLD-INDEX)  TO CM-CLASS(FLD-INDEX).           260923MA
056820     MOVE FLD-USAGE(FLD-INDEX)  TO CM-USAGE(FLD-INDEX).           260923MA
056830     MOVE FLD-DIGITS(FLD-INDEX) TO CM-DIGITS(FLD-INDEX).          260923MA
056840     MOVE FLD-SCALE(FLD-INDEX)  TO CM-SCALE(FLD-INDEX).           260923MA
056850     MOVE FLD-SIGNED-SW(FLD-INDEX) TO CM-SIGNED-SW(FLD-INDEX).    260923MA
056860     MOVE FLD-REDEF-SW(FLD-INDEX)  TO CM-REDEF-SW(FLD-INDEX).     260923MA
056900     COMPUTE WS-FLD-END =                                         260902MA
057000         FLD-OFFSET(FLD-INDEX) + FLD-TOT-LEN(FLD-INDEX) - 1.      260902MA
057100     IF WS-FLD-END > CM-RECORD-LEN                                260902MA
