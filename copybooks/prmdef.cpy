       01  parameter-definitions.
           03  FILLER          PIC X(35) VALUE
               "INPUT     T000000000000000000000000".
           03  FILLER          PIC X(24) VALUE
               "    *".
           03  FILLER          PIC X(35) VALUE
               "TOPN      N000000000001000000000020".
           03  FILLER          PIC X(24) VALUE
               "    CALORIE-COUNTER-2".
           03  FILLER          PIC X(35) VALUE
               "TOPN      N000000000001000000000020".
           03  FILLER          PIC X(24) VALUE
               "    RUCKSACK-VALUATION".
           03  FILLER          PIC X(35) VALUE
               "GROUPSIZE N000000000002000000000010".
           03  FILLER          PIC X(24) VALUE
               "    RUCKSACK-PT2".
           03  FILLER          PIC X(35) VALUE
               "MINRATION N000000000000000099999999".
           03  FILLER          PIC X(24) VALUE
               "    RATION-WATCHLIST".
           03  FILLER          PIC X(35) VALUE
               "TOLPCT    N000000000000000000000100".
           03  FILLER          PIC X(24) VALUE
               "    INVOICE-MATCH".
           03  FILLER          PIC X(35) VALUE
               "TOLPCT    N000000000000000000000999".
           03  FILLER          PIC X(24) VALUE
               "    CAMP-CLEANUP".
           03  FILLER          PIC X(35) VALUE
               "AGEDAYS   N000000000000000000000999".
           03  FILLER          PIC X(24) VALUE
               "    EXCEPTION-INQUIRY".
           03  FILLER          PIC X(35) VALUE
               "TRENDDAYS N000000000001000000000999".
           03  FILLER          PIC X(24) VALUE
               "    ELAPSED-TREND".
           03  FILLER          PIC X(35) VALUE
               "DEVDAYS   N000000000001000000000999".
           03  FILLER          PIC X(24) VALUE
               "    METRIC-DEVIATION".
           03  FILLER          PIC X(35) VALUE
               "DEVPCT    N000000000000000000000999".
           03  FILLER          PIC X(24) VALUE
               "    METRIC-DEVIATION".
           03  FILLER          PIC X(35) VALUE
               "VARPCT    N000000000000000000000999".
           03  FILLER          PIC X(24) VALUE
               "    CREW-BUDGET-VARIANCE".
           03  FILLER          PIC X(35) VALUE
               "INTRADAY  F000000000000000000000000".
           03  FILLER          PIC X(24) VALUE
               "    CALORIE-COUNTER-1".
           03  FILLER          PIC X(35) VALUE
               "INTRADAY  F000000000000000000000000".
           03  FILLER          PIC X(24) VALUE
               "    CALORIE-COUNTER-2".
           03  FILLER          PIC X(35) VALUE
               "FCDAYS    N000000000001000000000999".
           03  FILLER          PIC X(24) VALUE
               "    RATION-FORECAST".
           03  FILLER          PIC X(35) VALUE
               "RUCKTYPE  T000000000000000000000000".
           03  FILLER          PIC X(24) VALUE
               "    RUCKSACK-COMPLIANCE".
           03  FILLER          PIC X(35) VALUE
               "CLEANDAYS N000000000000000000000999".
           03  FILLER          PIC X(24) VALUE
               "    CAMP-COMPLETION".
           03  FILLER          PIC X(35) VALUE
               "ROTADAYS  N000000000001000000000007".
           03  FILLER          PIC X(24) VALUE
               "    CAMP-ROTA".
           03  FILLER          PIC X(35) VALUE
               "VALIDATE  F000000000000000000000000".
           03  FILLER          PIC X(24) VALUE
               "    SUPPLY-STACKS".
           03  FILLER          PIC X(35) VALUE
               "TOUCHN    N000000000000000000000999".
           03  FILLER          PIC X(24) VALUE
               "    SUPPLY-MOVE-ANALYTIC".
           03  FILLER          PIC X(35) VALUE
               "DUPOK     F000000000000000000000000".
           03  FILLER          PIC X(24) VALUE
               "    INPUT-STAGE".
           03  FILLER          PIC X(35) VALUE
               "INPUT2    T000000000000000000000000".
           03  FILLER          PIC X(24) VALUE
               "    *".
           03  FILLER          PIC X(35) VALUE
               "PROFMODE  C000000000000000000000000".
           03  FILLER          PIC X(24) VALUE
               "RCI ELF-ACTIVITY-PROFILE".
           03  FILLER          PIC X(35) VALUE
               "PFXA      T000000000000000000000000".
           03  FILLER          PIC X(24) VALUE
               "    PARALLEL-COMPARE".
           03  FILLER          PIC X(35) VALUE
               "PFXB      T000000000000000000000000".
           03  FILLER          PIC X(24) VALUE
               "    PARALLEL-COMPARE".
           03  FILLER          PIC X(35) VALUE
               "THRESHOLD N000000000000999999999999".
           03  FILLER          PIC X(24) VALUE
               "    DIRECTORY-SIZES".
           03  FILLER          PIC X(35) VALUE
               "DISKSIZE  N000000000001999999999999".
           03  FILLER          PIC X(24) VALUE
               "    DIRECTORY-SIZES".
           03  FILLER          PIC X(35) VALUE
               "NEEDSPACE N000000000000999999999999".
           03  FILLER          PIC X(24) VALUE
               "    DIRECTORY-SIZES".
           03  FILLER          PIC X(35) VALUE
               "FAILPCT   N000000000000000000000100".
           03  FILLER          PIC X(24) VALUE
               "    DEVICE-HEALTH".
           03  FILLER          PIC X(35) VALUE
               "ZONESTACKSN000000000001000000000024".
           03  FILLER          PIC X(24) VALUE
               "    SUPPLY-STACKS".
           03  FILLER          PIC X(35) VALUE
               "SHELFDAYS N000000000001000000003650".
           03  FILLER          PIC X(24) VALUE
               "    ORDER-RECEIPTS".
           03  FILLER          PIC X(35) VALUE
               "EXPIRYDAYSN000000000000000000003650".
           03  FILLER          PIC X(24) VALUE
               "    RATION-LOTS".
           03  FILLER          PIC X(35) VALUE
               "LOTVALUE  D000000000001000009999999".
           03  FILLER          PIC X(24) VALUE
               "    RATION-LOTS".
           03  FILLER          PIC X(35) VALUE
               "WRITEOFFMXD000000000001099999999999".
           03  FILLER          PIC X(24) VALUE
               "    RATION-LOTS".
           03  FILLER          PIC X(35) VALUE
               "TOURNMODE C000000000000000000000000".
           03  FILLER          PIC X(24) VALUE
               "RK  RPS-TOURNAMENT".
           03  FILLER          PIC X(35) VALUE
               "TIEBREAK  C000000000000000000000000".
           03  FILLER          PIC X(24) VALUE
               "SW  RPS-TOURNAMENT".
           03  FILLER          PIC X(35) VALUE
               "FIXSCORE  N000000000001000000000999".
           03  FILLER          PIC X(24) VALUE
               "    RPS-INTEGRITY".
           03  FILLER          PIC X(35) VALUE
               "TOURNID   T000000000000000000000000".
           03  FILLER          PIC X(24) VALUE
               "    RPS-SETTLEMENT".
           03  FILLER          PIC X(35) VALUE
               "FIXDAYS   N000000000001000000000099".
           03  FILLER          PIC X(24) VALUE
               "    RPS-FIXTURES".
           03  FILLER          PIC X(35) VALUE
               "CARRYMAX  D000000000001000000099999".
           03  FILLER          PIC X(24) VALUE
               "    RUCKSACK-LOAD".
           03  FILLER          PIC X(35) VALUE
               "SYNCFILE  T000000000000000000000000".
           03  FILLER          PIC X(24) VALUE
               "    MASTER-SYNC-IMPORT".
           03  FILLER          PIC X(35) VALUE
               "CERTDAYS  N000000000000000000000999".
           03  FILLER          PIC X(24) VALUE
               "    CAMP-ROTA".
           03  FILLER          PIC X(35) VALUE
               "ROTASTART Y000000000000000000000000".
           03  FILLER          PIC X(24) VALUE
               "    CAMP-ROTA".
           03  FILLER          PIC X(35) VALUE
               "ELFCAP    N000000000000000000009999".
           03  FILLER          PIC X(24) VALUE
               "    CAMP-ROTA".
           03  FILLER          PIC X(35) VALUE
               "PARTS     N000000000001000000000008".
           03  FILLER          PIC X(24) VALUE
               "    CAMP-SPLIT".
           03  FILLER          PIC X(35) VALUE
               "PINTRIES  N000000000001000000000009".
           03  FILLER          PIC X(24) VALUE
               "    OPERSEC".
           03  FILLER          PIC X(35) VALUE
               "PINDAYS   N000000000001000000000999".
           03  FILLER          PIC X(24) VALUE
               "    OPERSEC".
           03  FILLER          PIC X(35) VALUE
               "DORMDAYS  N000000000001000000000999".
           03  FILLER          PIC X(24) VALUE
               "    ACCESS-RECERT".
           03  FILLER          PIC X(35) VALUE
               "SUSPEND   F000000000000000000000000".
           03  FILLER          PIC X(24) VALUE
               "    ACCESS-RECERT".
           03  FILLER          PIC X(35) VALUE
               "FROMDATE  Y000000000000000000000000".
           03  FILLER          PIC X(24) VALUE
               "    CAUSE-PARETO".
           03  FILLER          PIC X(35) VALUE
               "TODATE    Y000000000000000000000000".
           03  FILLER          PIC X(24) VALUE
               "    CAUSE-PARETO".
       01  parameter-definitions-r REDEFINES parameter-definitions.
           03  parameter-definition OCCURS 51 TIMES.
               05  pdf-keyword     PIC X(10).
               05  pdf-type        PIC X(1).
                   88  pdf-numeric     VALUE "N".
                   88  pdf-decimal     VALUE "D".
                   88  pdf-flag        VALUE "F".
                   88  pdf-choice      VALUE "C".
                   88  pdf-date        VALUE "Y".
                   88  pdf-text        VALUE "T".
               05  pdf-minimum     PIC 9(12).
               05  pdf-maximum     PIC 9(12).
               05  pdf-choices     PIC X(4).
               05  pdf-owner       PIC X(20).
