      *PRE-AUTHORIZATION EXTRACT. THE RESERVATION RUN NOW STORES A
      *999999-PREFIXED VAULT TOKEN IN PLACE OF THE CARD NUMBER
      *EVERYWHERE A CARD SITS AT REST - PREAUTH.DAT AND WAITLIST.DAT
      *INCLUDED. THIS STEP IS THE ONE STEP THAT TAKES A CARD NUMBER
      *OUT OF THE CARD VAULT (CARDVLT.DAT): IT RESOLVES EACH PREAUTH
      *TOKEN BACK TO THE REAL CARD NUMBER AND WRITES THE PROCESSOR
      *PICKUP FILE (PREAUTHX.DAT) IN THE SAME LAYOUT. A TOKEN WITH
      *NO VAULT ROW IS SKIPPED AND COUNTED; THE RECAP PRINTS COUNTS
      *ONLY, NEVER A CARD NUMBER.
      ******************************************************************

       environment division.
