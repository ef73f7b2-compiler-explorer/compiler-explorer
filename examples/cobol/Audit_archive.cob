009410      ==PFX-AUD-PERIOD-RESET== BY ==WS-AUD-PERIOD-RESET==
009412      ==PFX-AUD-FORCED== BY ==WS-AUD-FORCED==
009413      ==PFX-AUD-CORRECTION== BY ==WS-AUD-CORRECTION==
009414      ==PFX-AUD-EXCHANGE== BY ==WS-AUD-EXCHANGE==
009415      ==PFX-AUD-SIGNOFF== BY ==WS-AUD-SIGNOFF==
009500      ==PFX-AUD-AS-OF-DATE== BY ==WS-AUD-AS-OF-DATE==
009550      ==PFX-AUD-USER-ID== BY ==WS-AUD-USER-ID==.
009600*BUILD AREA FOR THE ARCHIVE CONTROL LEDGER ROW (COPYBOOK
009700*DL100AC).
009800      COPY DL100AC REPLACING
