000100***************************************************************
000200*    COPYBOOK      DL100PC                                      *
000300*    DESCRIPTION.. PERIOD COMPARISON RECORD FOR THE FINANCE     *
000400*                  SPREADSHEET.  ONE 'D' RECORD PER POSITION IN *
000500*                  SOURCE AND POSITION ORDER, EACH SOURCE'S     *
000600*                  DETAILS FOLLOWED BY ONE 'L' RECORD PER       *
000700*                  POSMAST LOCATION AND AN 'S' SOURCE RECORD,   *
000800*                  AND ONE 'G' GRAND RECORD LAST.  EACH         *
000900*                  COMPARISON (PRIOR PERIOD, SAME PERIOD A      *
001000*                  YEAR EARLIER) CARRIES ITS PERIOD, VALUE, A   *
001100*                  PRESENCE FLAG, AND THE CHANGE AND PERCENT    *
001200*                  FROM IT TO THE CURRENT PERIOD.  THE CHANGE   *
001300*                  IS SET ONLY WHEN BOTH SIDES ARE PRESENT AND  *
001400*                  NEITHER IS RETIRED; THE PERCENT ONLY WHEN    *
001500*                  THE BASE IS ALSO NOT ZERO.  ON L, S, AND G   *
001600*                  RECORDS THE POSITION FIELD HOLDS THE         *
001700*                  POSITION COUNT, THE CURRENT VALUE IS THE     *
001800*                  SUM OVER ALL POSITIONS PRESENT, AND EACH     *
001900*                  COMPARISON'S VALUE, CHANGE, AND PERCENT      *
002000*                  COVER ONLY THE POSITIONS COMPARED LIKE FOR   *
002100*                  LIKE.  DATA-NAMES CARRY A LEADING PFX- TAG   *
002200*                  AND MUST BE RESOLVED VIA COPY ... REPLACING  *
002300*                  BY THE INCLUDING PROGRAM.                    *
002400*    MODIFICATION HISTORY.                                      *
002500*    DATE-------- INIT----  DESCRIPTION------------------------ *
002600*    2026-10-15   DLM       ORIGINAL COPYBOOK.                  *
002700***************************************************************
002800 01  PFX-PERCOMP-RECORD.
002900         05  PFX-PC-REC-TYPE             PIC X(01).
003000             88  PFX-PC-DETAIL-REC            VALUE 'D'.
003100             88  PFX-PC-LOCATION-REC          VALUE 'L'.
003200             88  PFX-PC-SOURCE-REC            VALUE 'S'.
003300             88  PFX-PC-GRAND-REC             VALUE 'G'.
003400         05  PFX-PC-PERIOD               PIC 9(06).
003500         05  PFX-PC-SOURCE-SYS-ID        PIC X(08).
003600         05  PFX-PC-POSITION             PIC 9(08).
003700         05  PFX-PC-POSITION-COUNT REDEFINES PFX-PC-POSITION
003800                                         PIC 9(08).
003900         05  PFX-PC-LOCATION             PIC X(20).
004000         05  PFX-PC-METER-NAME           PIC X(20).
004100         05  PFX-PC-CURRENT-VALUE        PIC S9(15).
004200         05  PFX-PC-CURRENT-FLAG         PIC X(01).
004300             88  PFX-PC-CURRENT-PRESENT       VALUE ' '.
004400             88  PFX-PC-CURRENT-ABSENT        VALUE 'N'.
004500             88  PFX-PC-CURRENT-RETIRED       VALUE 'R'.
004600         05  PFX-PC-PRIOR-GROUP.
004700             10  PFX-PC-PRIOR-PERIOD     PIC 9(06).
004800             10  PFX-PC-PRIOR-VALUE      PIC S9(15).
004900             10  PFX-PC-PRIOR-FLAG       PIC X(01).
005000                 88  PFX-PC-PRIOR-PRESENT     VALUE ' '.
005100                 88  PFX-PC-PRIOR-ABSENT      VALUE 'N'.
005200                 88  PFX-PC-PRIOR-RETIRED     VALUE 'R'.
005300             10  PFX-PC-PRIOR-CHANGE     PIC S9(15).
005400             10  PFX-PC-PRIOR-PCT        PIC S9(05)V9(01).
005500             10  PFX-PC-PRIOR-PCT-SW     PIC X(01).
005600                 88  PFX-PC-PRIOR-PCT-SET     VALUE 'Y'.
005700                 88  PFX-PC-PRIOR-PCT-NONE    VALUE 'N'.
005800         05  PFX-PC-YEAR-GROUP.
005900             10  PFX-PC-YEAR-PERIOD      PIC 9(06).
006000             10  PFX-PC-YEAR-VALUE       PIC S9(15).
006100             10  PFX-PC-YEAR-FLAG        PIC X(01).
006200                 88  PFX-PC-YEAR-PRESENT      VALUE ' '.
006300                 88  PFX-PC-YEAR-ABSENT       VALUE 'N'.
006400                 88  PFX-PC-YEAR-RETIRED      VALUE 'R'.
006500             10  PFX-PC-YEAR-CHANGE      PIC S9(15).
006600             10  PFX-PC-YEAR-PCT         PIC S9(05)V9(01).
006700             10  PFX-PC-YEAR-PCT-SW      PIC X(01).
006800                 88  PFX-PC-YEAR-PCT-SET      VALUE 'Y'.
006900                 88  PFX-PC-YEAR-PCT-NONE     VALUE 'N'.
007000         05  FILLER                      PIC X(13).
