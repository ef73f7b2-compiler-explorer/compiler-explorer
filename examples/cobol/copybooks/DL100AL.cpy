003340*    2026-09-02   DLM       ADDED ACTION 'F': AN APPROVED       *
003350*                           SUSPENSE READING FORCED ONTO THE    *
003360*                           MARK PAST ITS TOLERANCE LIMITS.     *
003362*    2026-10-15   DLM       ADDED ACTION 'X': A METER EXCHANGE. *
003364*                           OLD VALUE IS THE RETIRED METER'S    *
003366*                           MARK, NEW VALUE THE NEW METER'S     *
003368*                           OPENING READ.  NEITHER CHURN NOR A  *
003370*                           REVERSIBLE OVERRIDE.                *
003372*    2026-10-15   DLM       ADDED THE USER ID IN THE TAIL: THE  *
003374*                           USER WHO KEYED A FORCED OR          *
003376*                           CORRECTED VALUE.  ADDED ACTION 'K': *
003378*                           THE SIGN-OFF OF A SECOND USER WHO   *
003380*                           CONFIRMED THE ROW JUST BEFORE IT,   *
003382*                           WHICH IT REPEATS WITH THAT USER IN  *
003384*                           THE USER ID.  'K' CHANGES NO MARK.  *
003400***************************************************************
003500 01  PFX-AUDIT-RECORD.
003600         05  FILLER                      PIC X(01).
005310             88  PFX-AUD-PERIOD-RESET         VALUE 'P'.
005320             88  PFX-AUD-FORCED               VALUE 'F'.
005330             88  PFX-AUD-CORRECTION           VALUE 'C'.
005340             88  PFX-AUD-EXCHANGE             VALUE 'X'.
005350             88  PFX-AUD-SIGNOFF              VALUE 'K'.
005400         05  FILLER                      PIC X(01).
005500         05  PFX-AUD-AS-OF-DATE          PIC 9(08).
005600         05  FILLER                      PIC X(01).
005700         05  PFX-AUD-USER-ID             PIC X(08).
