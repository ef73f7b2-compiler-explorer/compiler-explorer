000100***************************************************************
000200*    COPYBOOK      DL100MS                                      *
000300*    DESCRIPTION.. CLOSED METER SEGMENT FOR THE DL100 DAILY     *
000400*                  COMPARE.  ONE 160-BYTE ROW PER METER         *
000500*                  EXCHANGE, APPENDED FOREVER BY                *
000600*                  Meter_exchange (FILE MTRSEG).  IT CARRIES    *
000700*                  THE RETIRED METER'S MARK AND ITS STATISTICS  *
000800*                  ACCUMULATOR EXACTLY AS THEY STOOD WHEN THE   *
000900*                  EXCHANGE RESTARTED BOTH FROM THE NEW         *
001000*                  METER'S OPENING READ, SO THE OLD METER'S     *
001100*                  SEGMENT CAN STILL BE REPORTED AND AUDITED.   *
001200*                  LAST-AS-OF IS THE LAST DAY THE DAILY RUN     *
001300*                  PROCESSED FOR THE SOURCE BEFORE THE          *
001400*                  EXCHANGE; A POSITION WITH NO STATISTICS ROW  *
001500*                  CARRIES ZEROS IN THE STATISTICS COLUMNS.     *
001600*                  DATA-NAMES CARRY A LEADING PFX- TAG AND      *
001700*                  MUST BE RESOLVED VIA COPY ... REPLACING      *
001800*                  BY THE INCLUDING PROGRAM.                    *
001900*    MODIFICATION HISTORY.                                      *
002000*    DATE-------- INIT----  DESCRIPTION------------------------ *
002100*    2026-10-15   DLM       ORIGINAL COPYBOOK.                  *
002200***************************************************************
002300 01  PFX-SEGMENT-RECORD.
002400         05  PFX-SEG-SOURCE-SYS-ID       PIC X(08).
002500         05  PFX-SEG-POSITION            PIC 9(08).
002600         05  PFX-SEG-EXCHANGE-DATE       PIC 9(08).
002700         05  PFX-SEG-OLD-FINAL-READ      PIC S9(08).
002800         05  PFX-SEG-OLD-MARK            PIC S9(08).
002900         05  PFX-SEG-NEW-OPENING-READ    PIC S9(08).
003000         05  PFX-SEG-LAST-AS-OF-DATE     PIC 9(08).
003100         05  PFX-SEG-OBS-COUNT           PIC 9(08).
003200         05  PFX-SEG-SUM                 PIC S9(15).
003300         05  PFX-SEG-SUM-SQUARES         PIC S9(18).
003400         05  PFX-SEG-LAST-VALUE          PIC S9(08).
003500         05  PFX-SEG-STAT-AS-OF-DATE     PIC 9(08).
003600         05  PFX-SEG-USER-ID             PIC X(08).
003700         05  PFX-SEG-RUN-DATE            PIC 9(08).
003800         05  PFX-SEG-RUN-TIME            PIC 9(08).
003900         05  FILLER                      PIC X(23).
