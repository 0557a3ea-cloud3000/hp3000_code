003040*            OPERATOR-MAINTAINED BATCAL CALENDAR (CTLMAINT        260902MA
003060*            OPTION 3); THE COMPILED-IN HOURS REMAIN THE          260902MA
003080*            FALLBACK WHEN NO CALENDAR EXISTS.                    260902MA
003085* 261005MA  CLAUDIT RECORD WIDENED TO 122 BYTES FOR THE AUDLOG    261005MA
003090*            SEQUENCE NUMBER AND CHAIN CHECK VALUE.               261005MA
003092* 261010MA  INFO MAY NOW CARRY A SECOND PART, PROGRAM,PARM --     261010MA
003094*            THE FINISH THEN COUNTS ONLY WHEN ITS FIRST AUDIT     261010MA
003096*            PARAMETER MATCHES, SO EACH PARALLEL CL2HTML/CPYLAYT  261010MA
003098*            WORKER IS GATED ON ITS OWN GROUP CONTROL FILE.       261010MA
003100*-----------------------------------------------------------------260822MA
003200*                                                                 260822MA
003300 ENVIRONMENT DIVISION.                                            260822MA
004400 DATA DIVISION.                                                   260822MA
004500 FILE SECTION.                                                    260822MA
004600 FD  AUDITFIL DATA RECORD IS AUDIT-RECORD                         260822MA
004700     RECORD CONTAINS 122 CHARACTERS.                              261005MA
004800 01  AUDIT-RECORD.                                                260822MA
004900     03  AUD-PROGRAM-NAME      PIC X(08).                         260822MA
005000     03  AUD-OPERATOR          PIC X(08).                         260822MA
005300     03  AUD-OUTCOME           PIC X(08).                         260822MA
005400     03  AUD-PARM-1            PIC X(26).                         260822MA
005500     03  AUD-PARM-2            PIC X(10).                         260822MA
005502     03  AUD-SEQ-NO            PIC 9(09).                         261005MA
005504     03  AUD-CHAIN-CHECK       PIC X(20).                         261005MA
005510*                                                                 260902MA
005520*One calendar rule per record; only the W (window) record         260902MA
005530*matters here -- CALCHK reads the S and F rules.                  260902MA
005600*                                                                 260822MA
005700 WORKING-STORAGE SECTION.                                         260822MA
005800*                                                                 260822MA
005900 01 WS-RUN-INFO             PIC X(60) VALUE SPACES.               261010MA
006000 01 WS-STEP-NAME            PIC X(08) VALUE SPACES.               260822MA
006020*Optional second INFO part -- when given, only a FINISH whose     261010MA
006040*first audit parameter (the control file a batch run was given)   261010MA
006060*matches it counts.                                               261010MA
006080 01 WS-STEP-PARM            PIC X(26) VALUE SPACES.               261010MA
006100 01 WS-FOUND-SW             PIC X(01) VALUE "N".                  260822MA
006200    88 STEP-FINISHED                  VALUE "Y".                  260822MA
006300*                                                                 260822MA
012700                "INFO string"                                     260822MA
012800        MOVE 0                TO RETURN-CODE                      260822MA
012900        STOP RUN.                                                 260822MA
012950     UNSTRING WS-RUN-INFO DELIMITED BY ","                        261010MA
013000        INTO WS-STEP-NAME, WS-STEP-PARM.                          261010MA
013100 A0100-EXIT.  EXIT.                                               260822MA
013110*                                                                 260902MA
013120*B0500-READ-CALENDAR takes the window open and close hours        260902MA
017320*an interactive daytime run must never satisfy the check.         260822MA
017330     IF AUD-OPERATOR NOT = "BATCH"                                260822MA
017340        GO TO B2010-READ.                                         260822MA
017350     IF WS-STEP-PARM NOT = SPACES                                 261010MA
017360        AND AUD-PARM-1 NOT = WS-STEP-PARM                         261010MA
017370        GO TO B2010-READ.                                         261010MA
017400     MOVE AUD-TIMESTAMP        TO TS-WORK.                        260822MA
017500     PERFORM E1000-PARSE-STAMP THRU E1000-EXIT.                   260822MA
017600     IF NOT TS-PARSED                                             260822MA
