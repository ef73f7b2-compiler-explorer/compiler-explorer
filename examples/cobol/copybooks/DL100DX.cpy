001380*    2026-08-22   DLM       DETAIL NOW ALSO CARRIES THE MEAN    *
001390*                           AND SPREAD FROM THE STATISTICS      *
001395*                           ACCUMULATOR.                        *
001396*    2026-10-15   DLM       DETAIL NOW CARRIES A CALCULATED     *
001397*                           FLAG ('C') FOR A SITE OR FEEDER     *
001398*                           TOTAL DERIVED FROM MEMBER METERS.   *
001400***************************************************************
001500 01  PFX-XTRACT-RECORD.
001600         05  PFX-REC-TYPE                PIC X(01).
002820                 15  PFX-UOM                 PIC X(04).
002830                 15  PFX-MEAN-VALUE          PIC S9(08).
002840                 15  PFX-SPREAD-VALUE        PIC 9(08).
002850                 15  PFX-CALC-SW             PIC X(01).
002860                     88  PFX-CALCULATED           VALUE 'C'.
002900                 15  FILLER                  PIC X(22).
003000             10  PFX-TRAILER-BODY REDEFINES PFX-HEADER-BODY.
003100                 15  PFX-TRL-RECORD-COUNT    PIC 9(08).
003200                 15  PFX-TRL-HASH-TOTAL      PIC S9(16).
