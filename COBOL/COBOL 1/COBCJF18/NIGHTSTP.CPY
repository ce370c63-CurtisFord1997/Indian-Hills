      *THE NIGHT STREAM'S RESTARTABLE STEPS, IN NIGHTRUN.JCL ORDER -
      *STEP NAME AND PROGRAM. EVERY ONE WRITES START AND END ROWS TO
      *THE AUDIT LOG, WHICH IS HOW COBCJF18 KNOWS HOW FAR A NIGHT
      *GOT AND COBCJF48 KNOWS WHERE A RESTART PICKS UP. STEP001 AND
      *THE SNAPSHOT (STEP002) ARE NOT HERE - A RESTART NEVER REDOES
      *THEM - NOR ARE THE NO-COND STEPS AFTER STEP112, WHICH RUN ON
      *EVERY ATTEMPT ANYWAY. A STEP ADDED TO NIGHTRUN IS ONE MORE
      *ROW HERE AND ONE MORE IN THE OCCURS.
      *EACH ENTRY: STEP NAME(8) PROGRAM(8)
       01 NIGHT-STEP-AREA.
           05 FILLER PIC X(16) VALUE 'STEP002ACOBCJF81'.
           05 FILLER PIC X(16) VALUE 'STEP003 COBCJF28'.
           05 FILLER PIC X(16) VALUE 'STEP004 COBCJF26'.
           05 FILLER PIC X(16) VALUE 'STEP005 COBCJF08'.
           05 FILLER PIC X(16) VALUE 'STEP005ACOBCJF55'.
           05 FILLER PIC X(16) VALUE 'STEP005BCOBCJF56'.
           05 FILLER PIC X(16) VALUE 'STEP006 COBCJF24'.
           05 FILLER PIC X(16) VALUE 'STEP006ACOBCJF54'.
           05 FILLER PIC X(16) VALUE 'STEP006BCOBCJF57'.
           05 FILLER PIC X(16) VALUE 'STEP007 COBCJF09'.
           05 FILLER PIC X(16) VALUE 'STEP008 COBCJF23'.
           05 FILLER PIC X(16) VALUE 'STEP009 COBCJF25'.
           05 FILLER PIC X(16) VALUE 'STEP010 COBCJF00'.
           05 FILLER PIC X(16) VALUE 'STEP012 COBCJF19'.
           05 FILLER PIC X(16) VALUE 'STEP020 COBCJF01'.
           05 FILLER PIC X(16) VALUE 'STEP024 COBCJF31'.
           05 FILLER PIC X(16) VALUE 'STEP025 COBCJF12'.
           05 FILLER PIC X(16) VALUE 'STEP026 COBCJF29'.
           05 FILLER PIC X(16) VALUE 'STEP026ACOBCJF60'.
           05 FILLER PIC X(16) VALUE 'STEP027 COBCJF13'.
           05 FILLER PIC X(16) VALUE 'STEP028 COBCJF14'.
           05 FILLER PIC X(16) VALUE 'STEP028ACOBCJF62'.
           05 FILLER PIC X(16) VALUE 'STEP029 COBCJF30'.
           05 FILLER PIC X(16) VALUE 'STEP029ACOBCJF32'.
           05 FILLER PIC X(16) VALUE 'STEP029BCOBCJF33'.
           05 FILLER PIC X(16) VALUE 'STEP029CCOBCJF34'.
           05 FILLER PIC X(16) VALUE 'STEP029DCOBCJF61'.
           05 FILLER PIC X(16) VALUE 'STEP029ECOBCJF63'.
           05 FILLER PIC X(16) VALUE 'STEP029FCOBCJF64'.
           05 FILLER PIC X(16) VALUE 'STEP030 COBCJF02'.
           05 FILLER PIC X(16) VALUE 'STEP040 COBCJF03'.
           05 FILLER PIC X(16) VALUE 'STEP045 COBCJF74'.
           05 FILLER PIC X(16) VALUE 'STEP050 COBCJF04'.
           05 FILLER PIC X(16) VALUE 'STEP051 COBCJF72'.
           05 FILLER PIC X(16) VALUE 'STEP052 COBCJF41'.
           05 FILLER PIC X(16) VALUE 'STEP054 COBCJF42'.
           05 FILLER PIC X(16) VALUE 'STEP059 COBCJF78'.
           05 FILLER PIC X(16) VALUE 'STEP060 COBCJF46'.
           05 FILLER PIC X(16) VALUE 'STEP072 COBCJF19'.
           05 FILLER PIC X(16) VALUE 'STEP073 COBCJF43'.
           05 FILLER PIC X(16) VALUE 'STEP074 COBCJF44'.
           05 FILLER PIC X(16) VALUE 'STEP074ACOBCJF45'.
           05 FILLER PIC X(16) VALUE 'STEP074BCOBCJF75'.
           05 FILLER PIC X(16) VALUE 'STEP074CCOBCJF77'.
           05 FILLER PIC X(16) VALUE 'STEP075 COBCJF22'.
           05 FILLER PIC X(16) VALUE 'STEP080 COBCJF07'.
           05 FILLER PIC X(16) VALUE 'STEP081 COBCJF66'.
           05 FILLER PIC X(16) VALUE 'STEP082 COBCJF15'.
           05 FILLER PIC X(16) VALUE 'STEP084 COBCJF16'.
           05 FILLER PIC X(16) VALUE 'STEP086 COBCJF16'.
           05 FILLER PIC X(16) VALUE 'STEP088 COBCJF17'.
           05 FILLER PIC X(16) VALUE 'STEP089 COBCJF35'.
           05 FILLER PIC X(16) VALUE 'STEP089ACOBCJF36'.
           05 FILLER PIC X(16) VALUE 'STEP089BCOBCJF37'.
           05 FILLER PIC X(16) VALUE 'STEP089CCOBCJF38'.
           05 FILLER PIC X(16) VALUE 'STEP089ICOBCJF70'.
           05 FILLER PIC X(16) VALUE 'STEP089DCOBCJF39'.
           05 FILLER PIC X(16) VALUE 'STEP089TCOBCJF68'.
           05 FILLER PIC X(16) VALUE 'STEP089WCOBCJF67'.
           05 FILLER PIC X(16) VALUE 'STEP089ECBLCJF08'.
           05 FILLER PIC X(16) VALUE 'STEP089FCBLCJF14'.
           05 FILLER PIC X(16) VALUE 'STEP090 COBCJF01'.
           05 FILLER PIC X(16) VALUE 'STEP090FCBLCJF13'.
           05 FILLER PIC X(16) VALUE 'STEP090ACBLCJF09'.
           05 FILLER PIC X(16) VALUE 'STEP091 CBLCJF07'.
           05 FILLER PIC X(16) VALUE 'STEP092 CBLCJF04'.
           05 FILLER PIC X(16) VALUE 'STEP094 CBLCJF05'.
           05 FILLER PIC X(16) VALUE 'STEP098 CBLCJF06'.
           05 FILLER PIC X(16) VALUE 'STEP099 CBLCJF10'.
           05 FILLER PIC X(16) VALUE 'STEP099ACBLCJF17'.
           05 FILLER PIC X(16) VALUE 'STEP100 CBLCJF'.
           05 FILLER PIC X(16) VALUE 'STEP101 CBLCJF16'.
           05 FILLER PIC X(16) VALUE 'STEP102 CBLCJF11'.
           05 FILLER PIC X(16) VALUE 'STEP110 CBLCJF03'.
           05 FILLER PIC X(16) VALUE 'STEP112 COBCJF79'.

       01 NIGHT-STEP-TABLE REDEFINES NIGHT-STEP-AREA.
           05 NS-ENTRY OCCURS 75 TIMES.
               10 NS-STEP      PIC X(8).
               10 NS-PGM-ID    PIC X(8).
