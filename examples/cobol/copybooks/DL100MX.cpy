000100***************************************************************
000200*    COPYBOOK      DL100MX                                      *
000300*    DESCRIPTION.. METER-EXCHANGE TRANSACTION FOR THE DL100     *
000400*                  DAILY COMPARE.  ONE RECORD PER PHYSICAL      *
000500*                  METER SWAPPED OUT IN THE FIELD: THE SOURCE   *
000600*                  AND POSITION THE METER FEEDS, THE DATE THE   *
000700*                  NEW METER'S READINGS START, THE RETIRED      *
000800*                  METER'S FINAL READ, AND THE NEW METER'S      *
000900*                  OPENING READ.  THE USER ID IS CARRIED TO     *
001000*                  THE SEGMENT FILE SO EVERY EXCHANGE CAN BE    *
001100*                  TRACED TO WHOEVER KEYED IT.  APPLIED BY      *
001200*                  Meter_exchange IN FILE ORDER.  DATA-NAMES    *
001300*                  CARRY A LEADING PFX- TAG AND MUST BE         *
001400*                  RESOLVED VIA COPY ... REPLACING BY THE       *
001500*                  INCLUDING PROGRAM.                           *
001600*    MODIFICATION HISTORY.                                      *
001700*    DATE-------- INIT----  DESCRIPTION------------------------ *
001800*    2026-10-15   DLM       ORIGINAL COPYBOOK.                  *
001900***************************************************************
002000 01  PFX-MTRXTRAN-RECORD.
002100         05  PFX-MXT-SOURCE-SYS-ID       PIC X(08).
002200         05  PFX-MXT-POSITION            PIC 9(08).
002300         05  PFX-MXT-EXCHANGE-DATE       PIC 9(08).
002400         05  PFX-MXT-OLD-FINAL-READ      PIC S9(08).
002500         05  PFX-MXT-NEW-OPENING-READ    PIC S9(08).
002600         05  PFX-MXT-USER-ID             PIC X(08).
002700         05  FILLER                      PIC X(32).
