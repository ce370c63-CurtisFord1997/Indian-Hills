      *PERSONAL DATA RETENTION POLICY - ONE ROW PER FILE THAT HOLDS
      *CUSTOMER NAMES, ADDRESSES, PHONE OR CARD NUMBERS. THE ANNUAL
      *PURGE (COBCJF84) WORKS DOWN THE TABLE IN ORDER AND PRINTS IT
      *AT THE HEAD OF ITS CERTIFICATE, SO THIS IS THE WRITTEN POLICY.
      *EACH ROW: FILE ID, LIVE PATH, DATA CLASS, YEARS KEPT, ACTION,
      *AND WHAT THE RECORD IS AGED BY. THE PATH IS THE DEFAULT - THE
      *FILE ID WITH _DAT ON THE END (BOATINV_DAT) OVERRIDES IT AT RUN
      *TIME, THE SAME NAME THE PROGRAMS THAT KEEP THE FILE USE WHERE
      *THEY TAKE ONE.
      *ACTIONS:
      *  A  ANONYMIZE - PERSONAL FIELDS BECOME PURGED OR BLANK, THE
      *     AMOUNTS, DATES, AND KEYS THE HISTORY REPORTS NEED STAY
      *  D  REMOVE - THE ROW HOLDS NOTHING BUT THE PERSON
      *  K  KEEP - NO PERSONAL FIELDS ON THE FILE, LISTED SO THE
      *     POLICY COVERS IT
      *A FILE WHOSE ROWS FOLLOW A CUSTOMER MASTER MUST COME AFTER
      *THAT MASTER. PNTLEAD IS AGED BY THE RETAIN-UNTIL DATE COBCJF62
      *STAMPS (LEAD_RETAIN_YEARS AFTER THE JOB CLOSES), NOT BY YEARS.
      *THE CARD VAULT HOLDS THE ONLY REAL CARD NUMBERS; A TOKEN IS
      *AGED BY ITS LATEST STAY, WAITLIST ENTRY, OR DISPUTE, AND ONE
      *NO FILE POINTS TO ANY MORE IS REMOVED.
      *THE CONDO RESERVATIONS LEDGER DROPS A STAY THE NIGHT AFTER
      *DEPARTURE (COBCJF41), SO IT HOLDS BOOKINGS AHEAD AND NOTHING
      *ELSE; THE REPEAT-GUEST FILE IS AGED BY THE LAST STAY COBCJF04
      *STAMPS ON IT, AND A GUEST WITH A BOOKING AHEAD IS KEPT.
      *THE BOAT DEAL FILES WITHOUT A CUSTOMER NUMBER (BOATINV,
      *LNDRPEND, USEDINV) FOLLOW THE BUYER THROUGH THE DEAL NUMBER ON
      *THE SALES HISTORY; A ROW WITH NO DEAL ON FILE AGES BY ITS OWN
      *DATE.
      *NOT IN THE POLICY: THE NIGHT'S HAND-OFF FILES COBCJF07 OPENS
      *OUTPUT EVERY RUN (BOATLNDR.DAT, BOATINCL.DAT) - THEY HOLD ONLY
      *THAT NIGHT'S DEALS AND ARE REPLACED THE NEXT NIGHT.
       01 RET-POLICY-AREA.
           05 FILLER.
               10 FILLER       PIC X(8)    VALUE 'WAITLIST'.
               10 FILLER       PIC X(32)
                   VALUE 'C:/COBOLSP20/WAITLIST.DAT'.
               10 FILLER       PIC X(24)
                   VALUE 'CAMPGROUND WAITLIST'.
               10 FILLER       PIC 99      VALUE 02.
               10 FILLER       PIC X       VALUE 'A'.
               10 FILLER       PIC X(30)
                   VALUE 'END OF THE STAY ASKED FOR'.
           05 FILLER.
               10 FILLER       PIC X(8)    VALUE 'SITEOCC'.
               10 FILLER       PIC X(32)
                   VALUE 'C:/COBOLSP20/SITEOCC.DAT'.
               10 FILLER       PIC X(24)
                   VALUE 'CAMPGROUND OCCUPANCY'.
               10 FILLER       PIC 99      VALUE 07.
               10 FILLER       PIC X       VALUE 'K'.
               10 FILLER       PIC X(30)
                   VALUE 'NO NAMES - LIVE AND ARCHIVES'.
           05 FILLER.
               10 FILLER       PIC X(8)    VALUE 'GUESTHST'.
               10 FILLER       PIC X(32)
                   VALUE 'C:\COBOL\GUESTHST.DAT'.
               10 FILLER       PIC X(24)
                   VALUE 'CONDO REPEAT GUEST'.
               10 FILLER       PIC 99      VALUE 03.
               10 FILLER       PIC X       VALUE 'D'.
               10 FILLER       PIC X(30)
                   VALUE 'LAST STAY STAMPED BY COBCJF04'.
           05 FILLER.
               10 FILLER       PIC X(8)    VALUE 'CONDORSV'.
               10 FILLER       PIC X(32)
                   VALUE 'C:\COBOL\CONDORSV.DAT'.
               10 FILLER       PIC X(24)
                   VALUE 'CONDO RESERVATION GUEST'.
               10 FILLER       PIC 99      VALUE 03.
               10 FILLER       PIC X       VALUE 'A'.
               10 FILLER       PIC X(30)
                   VALUE 'ARRIVAL - BOOKINGS AHEAD KEPT'.
           05 FILLER.
               10 FILLER       PIC X(8)    VALUE 'CHNLXREF'.
               10 FILLER       PIC X(32)
                   VALUE 'C:\COBOL\CHNLXREF.DAT'.
               10 FILLER       PIC X(24)
                   VALUE 'CONDO CHANNEL BOOKING'.
               10 FILLER       PIC 99      VALUE 03.
               10 FILLER       PIC X       VALUE 'A'.
               10 FILLER       PIC X(30)
                   VALUE 'ARRIVAL DATE'.
           05 FILLER.
               10 FILLER       PIC X(8)    VALUE 'SPECORD'.
               10 FILLER       PIC X(32)
                   VALUE 'C:/COBOLSP20/SPECORD.DAT'.
               10 FILLER       PIC X(24)
                   VALUE 'WAKEBOARD SPECIAL ORDER'.
               10 FILLER       PIC 99      VALUE 02.
               10 FILLER       PIC X       VALUE 'A'.
               10 FILLER       PIC X(30)
                   VALUE 'FILL DATE - OPEN ORDERS KEPT'.
           05 FILLER.
               10 FILLER       PIC X(8)    VALUE 'PCUSTMST'.
               10 FILLER       PIC X(32)
                   VALUE 'C:\COBOL\PCUSTMST.DAT'.
               10 FILLER       PIC X(24)
                   VALUE 'PAINT CUSTOMER'.
               10 FILLER       PIC 99      VALUE 03.
               10 FILLER       PIC X       VALUE 'A'.
               10 FILLER       PIC X(30)
                   VALUE 'LAST INVOICE - OPEN AR KEPT'.
           05 FILLER.
               10 FILLER       PIC X(8)    VALUE 'PAINTAR'.
               10 FILLER       PIC X(32)
                   VALUE 'C:\COBOL\PAINTAR.DAT'.
               10 FILLER       PIC X(24)
                   VALUE 'PAINT RECEIVABLE NAME'.
               10 FILLER       PIC 99      VALUE 03.
               10 FILLER       PIC X       VALUE 'A'.
               10 FILLER       PIC X(30)
                   VALUE 'FOLLOWS THE PAINT CUSTOMER'.
           05 FILLER.
               10 FILLER       PIC X(8)    VALUE 'PNTLEAD'.
               10 FILLER       PIC X(32)
                   VALUE 'C:\COBOL\PNTLEAD.DAT'.
               10 FILLER       PIC X(24)
                   VALUE 'LEAD-SAFE SIGNER'.
               10 FILLER       PIC 99      VALUE 00.
               10 FILLER       PIC X       VALUE 'A'.
               10 FILLER       PIC X(30)
                   VALUE 'RETAIN-UNTIL DATE ON THE ROW'.
           05 FILLER.
               10 FILLER       PIC X(8)    VALUE 'BOATCUST'.
               10 FILLER       PIC X(32)
                   VALUE 'C:\COBOL\BOATCUST.DAT'.
               10 FILLER       PIC X(24)
                   VALUE 'BOAT BUYER'.
               10 FILLER       PIC 99      VALUE 07.
               10 FILLER       PIC X       VALUE 'A'.
               10 FILLER       PIC X(30)
                   VALUE 'LAST SALE OR SERVICE'.
           05 FILLER.
               10 FILLER       PIC X(8)    VALUE 'BOATHIST'.
               10 FILLER       PIC X(32)
                   VALUE 'C:\COBOL\BOATHIST.DAT'.
               10 FILLER       PIC X(24)
                   VALUE 'BOAT SALE BUYER NAME'.
               10 FILLER       PIC 99      VALUE 07.
               10 FILLER       PIC X       VALUE 'A'.
               10 FILLER       PIC X(30)
                   VALUE 'FOLLOWS THE BOAT BUYER'.
           05 FILLER.
               10 FILLER       PIC X(8)    VALUE 'BOATTITL'.
               10 FILLER       PIC X(32)
                   VALUE 'C:\COBOL\BOATTITL.DAT'.
               10 FILLER       PIC X(24)
                   VALUE 'BOAT TITLE WORK'.
               10 FILLER       PIC 99      VALUE 07.
               10 FILLER       PIC X       VALUE 'A'.
               10 FILLER       PIC X(30)
                   VALUE 'FOLLOWS BUYER - OPEN WORK KEPT'.
           05 FILLER.
               10 FILLER       PIC X(8)    VALUE 'BOATINLG'.
               10 FILLER       PIC X(32)
                   VALUE 'C:\COBOL\BOATINLG.DAT'.
               10 FILLER       PIC X(24)
                   VALUE 'BOAT INCENTIVE CLAIM'.
               10 FILLER       PIC 99      VALUE 07.
               10 FILLER       PIC X       VALUE 'A'.
               10 FILLER       PIC X(30)
                   VALUE 'FOLLOWS BUYER - OPEN CLAIMS'.
           05 FILLER.
               10 FILLER       PIC X(8)    VALUE 'BOATINV'.
               10 FILLER       PIC X(32)
                   VALUE 'C:\COBOL\BOATINV.DAT'.
               10 FILLER       PIC X(24)
                   VALUE 'BOAT SOLD UNIT BUYER'.
               10 FILLER       PIC 99      VALUE 07.
               10 FILLER       PIC X       VALUE 'A'.
               10 FILLER       PIC X(30)
                   VALUE 'FOLLOWS DEAL OR DATE RECEIVED'.
           05 FILLER.
               10 FILLER       PIC X(8)    VALUE 'LNDRPEND'.
               10 FILLER       PIC X(32)
                   VALUE 'C:\COBOL\LNDRPEND.DAT'.
               10 FILLER       PIC X(24)
                   VALUE 'BOAT LENDER FUNDING'.
               10 FILLER       PIC 99      VALUE 07.
               10 FILLER       PIC X       VALUE 'A'.
               10 FILLER       PIC X(30)
                   VALUE 'FOLLOWS DEAL - PENDING KEPT'.
           05 FILLER.
               10 FILLER       PIC X(8)    VALUE 'USEDINV'.
               10 FILLER       PIC X(32)
                   VALUE 'C:\COBOL\USEDINV.DAT'.
               10 FILLER       PIC X(24)
                   VALUE 'BOAT TRADE-IN SOURCE'.
               10 FILLER       PIC 99      VALUE 07.
               10 FILLER       PIC X       VALUE 'A'.
               10 FILLER       PIC X(30)
                   VALUE 'FOLLOWS DEAL - ON LOT KEPT'.
           05 FILLER.
               10 FILLER       PIC X(8)    VALUE 'POPHIST'.
               10 FILLER       PIC X(32)
                   VALUE 'C:\COBOL\POPHIST.DAT'.
               10 FILLER       PIC X(24)
                   VALUE 'POP SALE HOUSEHOLD'.
               10 FILLER       PIC 99      VALUE 03.
               10 FILLER       PIC X       VALUE 'A'.
               10 FILLER       PIC X(30)
                   VALUE 'SEASON'.
           05 FILLER.
               10 FILLER       PIC X(8)    VALUE 'POPDON'.
               10 FILLER       PIC X(32)
                   VALUE 'C:\COBOL\POPDON.DAT'.
               10 FILLER       PIC X(24)
                   VALUE 'POP SALE DONOR'.
               10 FILLER       PIC 99      VALUE 03.
               10 FILLER       PIC X       VALUE 'A'.
               10 FILLER       PIC X(30)
                   VALUE 'DATE OF THE GIFT'.
           05 FILLER.
               10 FILLER       PIC X(8)    VALUE 'PAINTEST'.
               10 FILLER       PIC X(32)
                   VALUE 'C:\COBOL\PAINTEST.DAT'.
               10 FILLER       PIC X(24)
                   VALUE 'PAINT ESTIMATE CUSTOMER'.
               10 FILLER       PIC 99      VALUE 03.
               10 FILLER       PIC X       VALUE 'A'.
               10 FILLER       PIC X(30)
                   VALUE 'FOLLOWS CUST OR ESTIMATE DATE'.
           05 FILLER.
               10 FILLER       PIC X(8)    VALUE 'LEASEREG'.
               10 FILLER       PIC X(32)
                   VALUE 'C:/COBOLSP20/LEASEREG.DAT'.
               10 FILLER       PIC X(24)
                   VALUE 'SEASONAL LEASE HOLDER'.
               10 FILLER       PIC 99      VALUE 03.
               10 FILLER       PIC X       VALUE 'A'.
               10 FILLER       PIC X(30)
                   VALUE 'LEASE END - ACTIVE LEASES KEPT'.
           05 FILLER.
               10 FILLER       PIC X(8)    VALUE 'SITEHOLD'.
               10 FILLER       PIC X(32)
                   VALUE 'C:/COBOLSP20/SITEHOLD.DAT'.
               10 FILLER       PIC X(24)
                   VALUE 'CAMPGROUND SITE HOLD'.
               10 FILLER       PIC 99      VALUE 01.
               10 FILLER       PIC X       VALUE 'D'.
               10 FILLER       PIC X(30)
                   VALUE 'HOLD DATE - LAPSES OVERNIGHT'.
           05 FILLER.
               10 FILLER       PIC X(8)    VALUE 'STAYCARD'.
               10 FILLER       PIC X(32)
                   VALUE 'C:/COBOLSP20/STAYCARD.DAT'.
               10 FILLER       PIC X(24)
                   VALUE 'CAMPGROUND STAY CARD'.
               10 FILLER       PIC 99      VALUE 03.
               10 FILLER       PIC X       VALUE 'A'.
               10 FILLER       PIC X(30)
                   VALUE 'ARRIVAL - OPEN DISPUTES KEPT'.
           05 FILLER.
               10 FILLER       PIC X(8)    VALUE 'DISPLEDG'.
               10 FILLER       PIC X(32)
                   VALUE 'C:/COBOLSP20/DISPLEDG.DAT'.
               10 FILLER       PIC X(24)
                   VALUE 'CARD DISPUTE HOLDER'.
               10 FILLER       PIC 99      VALUE 03.
               10 FILLER       PIC X       VALUE 'A'.
               10 FILLER       PIC X(30)
                   VALUE 'CASE CLOSED - OPEN CASES KEPT'.
           05 FILLER.
               10 FILLER       PIC X(8)    VALUE 'CARDVLT'.
               10 FILLER       PIC X(32)
                   VALUE 'C:/COBOLSP20/CARDVLT.DAT'.
               10 FILLER       PIC X(24)
                   VALUE 'CAMPGROUND CARD VAULT'.
               10 FILLER       PIC 99      VALUE 03.
               10 FILLER       PIC X       VALUE 'D'.
               10 FILLER       PIC X(30)
                   VALUE 'LAST USE OF THE TOKEN'.
           05 FILLER.
               10 FILLER       PIC X(8)    VALUE 'FURACCT'.
               10 FILLER       PIC X(32)
                   VALUE 'C:/COBOLSP20/FURACCT.DAT'.
               10 FILLER       PIC X(24)
                   VALUE 'FURNITURE CREDIT ACCOUNT'.
               10 FILLER       PIC 99      VALUE 07.
               10 FILLER       PIC X       VALUE 'A'.
               10 FILLER       PIC X(30)
                   VALUE 'LAST ACTIVITY - BALANCES KEPT'.
           05 FILLER.
               10 FILLER       PIC X(8)    VALUE 'CONSIGNR'.
               10 FILLER       PIC X(32)
                   VALUE 'C:/COBOLSP20/CONSIGNR.DAT'.
               10 FILLER       PIC X(24)
                   VALUE 'WAKEBOARD CONSIGNOR'.
               10 FILLER       PIC 99      VALUE 03.
               10 FILLER       PIC X       VALUE 'A'.
               10 FILLER       PIC X(30)
                   VALUE 'LAST BOARD - OPEN BOARDS KEPT'.
           05 FILLER.
               10 FILLER       PIC X(8)    VALUE 'FLEET'.
               10 FILLER       PIC X(32)
                   VALUE 'C:/COBOLSP20/FLEET.DAT'.
               10 FILLER       PIC X(24)
                   VALUE 'BOARD RENTAL CUSTOMER'.
               10 FILLER       PIC 99      VALUE 03.
               10 FILLER       PIC X       VALUE 'A'.
               10 FILLER       PIC X(30)
                   VALUE 'LAST RENTAL - UNITS OUT KEPT'.
           05 FILLER.
               10 FILLER       PIC X(8)    VALUE 'FLEETHST'.
               10 FILLER       PIC X(32)
                   VALUE 'C:/COBOLSP20/FLEETHST.DAT'.
               10 FILLER       PIC X(24)
                   VALUE 'BOARD RENTAL LOG'.
               10 FILLER       PIC 99      VALUE 03.
               10 FILLER       PIC X       VALUE 'A'.
               10 FILLER       PIC X(30)
                   VALUE 'DATE OF THE TRANSACTION'.

       01 RET-POLICY-TABLE REDEFINES RET-POLICY-AREA.
           05 RP-ENTRY OCCURS 28 TIMES.
               10 RP-FILE          PIC X(8).
               10 RP-PATH          PIC X(32).
               10 RP-CLASS         PIC X(24).
               10 RP-YEARS         PIC 99.
               10 RP-ACTION        PIC X.
               10 RP-AGED-BY       PIC X(30).
