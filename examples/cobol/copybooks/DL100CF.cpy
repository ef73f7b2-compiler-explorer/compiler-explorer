000100***************************************************************
000200*    COPYBOOK      DL100CF                                      *
000300*    DESCRIPTION.. CALCULATED-POSITION FORMULA RECORD FOR THE   *
000400*                  DL100 DAILY COMPARE.  ONE RECORD PER MEMBER  *
000500*                  OF A CALCULATED POSITION (A SITE OR FEEDER   *
000600*                  TOTAL): THE CALCULATED SOURCE AND POSITION,  *
000700*                  A SIGN ('+' ADD, '-' SUBTRACT), AND THE      *
000800*                  REAL SOURCE AND POSITION WHOSE READING IS    *
000900*                  ADDED OR SUBTRACTED.  A CALCULATED SOURCE    *
001000*                  IS ONBOARDED ON HWMMAST LIKE ANY OTHER, BUT  *
001100*                  NEVER ARRIVES ON THE READINGS FILE; EVERY    *
001200*                  ONE OF ITS POSITIONS MUST HAVE AT LEAST ONE  *
001300*                  MEMBER.  THE FILE IS SORTED ASCENDING BY     *
001400*                  CALCULATED SOURCE AND POSITION.  DATA-NAMES  *
001500*                  CARRY A LEADING PFX- TAG AND MUST BE         *
001600*                  RESOLVED VIA COPY ... REPLACING BY THE       *
001700*                  INCLUDING PROGRAM.                           *
001800*    MODIFICATION HISTORY.                                      *
001900*    DATE-------- INIT----  DESCRIPTION------------------------ *
002000*    2026-10-15   DLM       ORIGINAL COPYBOOK.                  *
002100***************************************************************
002200 01  PFX-FORMULA-RECORD.
002300         05  PFX-CF-CALC-SOURCE-SYS-ID   PIC X(08).
002400         05  PFX-CF-CALC-POSITION        PIC 9(08).
002500         05  PFX-CF-SIGN                 PIC X(01).
002600             88  PFX-CF-ADD                   VALUE '+'.
002700             88  PFX-CF-SUBTRACT              VALUE '-'.
002800         05  PFX-CF-MEMBER-SOURCE-SYS-ID PIC X(08).
002900         05  PFX-CF-MEMBER-POSITION      PIC 9(08).
003000         05  FILLER                      PIC X(47).
