002100*-----------------------------------------------------------------260902MA
002200* MODIFICATION HISTORY                                            260902MA
002300* 260902MA  INITIAL VERSION.                                      260902MA
002350* 260929MA  PGM2HTML ROW ADDED FOR THE NEW XREFJS STEP.           260929MA
002370* 261002MA  PARMCHK ROW ADDED FOR THE NEW XREFJS STEP.            261002MA
002380* 261003MA  CKOCHK ROW ADDED FOR THE NEW DOCREFJS STEP.           261003MA
002390* 261004MA  RETSCHD ROW ADDED FOR THE NEW DOCREFJS STEP.          261004MA
002393* 261005MA  CLAUDIT RECORD WIDENED TO 122 BYTES FOR THE AUDLOG    261005MA
002394*            SEQUENCE NUMBER AND CHAIN CHECK VALUE.               261005MA
002395* 261006MA  CHRNRPT ROW ADDED FOR THE NEW XREFJS STEP.            261006MA
002396* 261007MA  CURCHK ROW ADDED FOR THE NEW XREFJS STEP.             261007MA
002397* 261009MA  CPYLINT ROW ADDED FOR THE NEW DOCREFJS STEP.          261009MA
002398* 261010MA  CL2SPLT AND CL2JOIN ROWS ADDED FOR THE PARALLEL       261010MA
002399*            DOCREFJS CONVERSION; CKOCHK ROW NOW AFTER THE JOIN.  261010MA
002400*-----------------------------------------------------------------260902MA
002500*                                                                 260902MA
002600 ENVIRONMENT DIVISION.                                            260902MA
004100 DATA DIVISION.                                                   260902MA
004200 FILE SECTION.                                                    260902MA
004300 FD  AUDITFIL DATA RECORD IS AUDIT-RECORD                         260902MA
004400     RECORD CONTAINS 122 CHARACTERS.                              261005MA
004500 01  AUDIT-RECORD.                                                260902MA
004600     03  AUD-PROGRAM-NAME      PIC X(08).                         260902MA
004700     03  AUD-OPERATOR          PIC X(08).                         260902MA
005000     03  AUD-OUTCOME           PIC X(08).                         260902MA
005100     03  AUD-PARM-1            PIC X(26).                         260902MA
005200     03  AUD-PARM-2            PIC X(10).                         260902MA
005220     03  AUD-SEQ-NO            PIC 9(09).                         261005MA
005240     03  AUD-CHAIN-CHECK       PIC X(20).                         261005MA
005300*                                                                 260902MA
005400 FD  ALRFILE DATA RECORD IS ALR-RECORD                            260902MA
005500     RECORD CONTAINS 96 CHARACTERS.                               260902MA
009100*The stream steps the board reports -- the DOCREFJS doc           260902MA
009200*refresh first, then the XREFJS analysis refresh -- with the      260902MA
009300*report each row links through to (blank means no link).          260902MA
009400 77 SP-COUNT                PIC S9(04) COMP VALUE 19.             261010MA
009500 77 SP-INDEX                PIC S9(04) COMP VALUE 0.              260902MA
009600 77 MAX-SP-ENTRIES          PIC S9(04) COMP VALUE 19.             261010MA
009700 01 STEP-LIST.                                                    260902MA
009750    03 FILLER               PIC X(16) VALUE "RETSCHD RETRPT".     261004MA
009800    03 FILLER               PIC X(16) VALUE "CLEANDSKCLNRECN".    260902MA
009850    03 FILLER               PIC X(16) VALUE "CPYLINT LINTRPT".    261009MA
009870    03 FILLER               PIC X(16) VALUE "CL2SPLT".            261010MA
009900    03 FILLER               PIC X(16) VALUE "CL2HTML CLDIFF".     260902MA
010000    03 FILLER               PIC X(16) VALUE "CPYLAYT".            260902MA
010020    03 FILLER               PIC X(16) VALUE "CL2JOIN".            261010MA
010040    03 FILLER               PIC X(16) VALUE "CKOCHK  CKORPT".     261010MA
010100    03 FILLER               PIC X(16) VALUE "DOCVERF AUDSUM".     260902MA
010200    03 FILLER               PIC X(16) VALUE "LINKCHK LNKRPT".     260902MA
010300    03 FILLER               PIC X(16) VALUE "PLSTGEN".            260902MA
010350    03 FILLER               PIC X(16) VALUE "CURCHK  CURRPT".     261007MA
010400    03 FILLER               PIC X(16) VALUE "CPYXREF XRFDATA".    260902MA
010500    03 FILLER               PIC X(16) VALUE "CALLXREF".           260902MA
010550    03 FILLER               PIC X(16) VALUE "PGM2HTML".           260929MA
010560    03 FILLER               PIC X(16) VALUE "PARMCHK PARMRPT".    261002MA
010600    03 FILLER               PIC X(16) VALUE "IMPACT  IMPRPT".     260902MA
010700    03 FILLER               PIC X(16) VALUE "ORPHRPT ORPHLST".    260902MA
010750    03 FILLER               PIC X(16) VALUE "CHRNRPT CHRNRPT".    261006MA
010800 01 STEP-LIST-R REDEFINES STEP-LIST.                              260902MA
010900    03 SP-ENTRY OCCURS 19.                                        261010MA
011000       05 SP-PROGRAM         PIC X(08).                           260902MA
011100       05 SP-LINK            PIC X(08).                           260902MA
011200 01 STEP-STATUS-TABLE.                                            260902MA
011300    03 SP-STATUS             PIC X(08) OCCURS 19.                 261010MA
011400*                                                                 260902MA
011500*Tonight's window: today always, plus yesterday evening when      260902MA
011600*the board is built in the small hours -- the STEPCHK rule.       260902MA
