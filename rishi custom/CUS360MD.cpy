      *****************************************************************
      * COPYBOOK      : CUS360MD                                      *
      * DESCRIPTION   : SYMBOLIC MAP FOR BMS MAPSET CUS360M - THE     *
      *                 COBOL DSECT COPY AS GENERATED FROM THE        *
      *                 MAPSET SOURCE (TIOAPFX=YES), INPUT AND        *
      *                 OUTPUT VIEWS SHARING STORAGE                  *
      *****************************************************************
       01  CUS360MI.
           05  FILLER                  PIC X(12).
           05  CTRYFL                  PIC S9(4) COMP.
           05  CTRYFF                  PIC X(1).
           05  FILLER REDEFINES CTRYFF.
               10  CTRYFA              PIC X(1).
           05  CTRYFI                  PIC X(3).
           05  INSTTFL                 PIC S9(4) COMP.
           05  INSTTFF                 PIC X(1).
           05  FILLER REDEFINES INSTTFF.
               10  INSTTFA             PIC X(1).
           05  INSTTFI                 PIC X(10).
           05  CSTIDFL                 PIC S9(4) COMP.
           05  CSTIDFF                 PIC X(1).
           05  FILLER REDEFINES CSTIDFF.
               10  CSTIDFA             PIC X(1).
           05  CSTIDFI                 PIC X(20).
           05  CUSTNML                 PIC S9(4) COMP.
           05  CUSTNMF                 PIC X(1).
           05  FILLER REDEFINES CUSTNMF.
               10  CUSTNMA             PIC X(1).
           05  CUSTNMI                 PIC X(65).
           05  CSTATL                  PIC S9(4) COMP.
           05  CSTATF                  PIC X(1).
           05  FILLER REDEFINES CSTATF.
               10  CSTATA              PIC X(1).
           05  CSTATI                  PIC X(65).
           05  ACCTSL                  PIC S9(4) COMP.
           05  ACCTSF                  PIC X(1).
           05  FILLER REDEFINES ACCTSF.
               10  ACCTSA              PIC X(1).
           05  ACCTSI                  PIC X(65).
           05  PAYMTL                  PIC S9(4) COMP.
           05  PAYMTF                  PIC X(1).
           05  FILLER REDEFINES PAYMTF.
               10  PAYMTA              PIC X(1).
           05  PAYMTI                  PIC X(65).
           05  NXTDUEL                 PIC S9(4) COMP.
           05  NXTDUEF                 PIC X(1).
           05  FILLER REDEFINES NXTDUEF.
               10  NXTDUEA             PIC X(1).
           05  NXTDUEI                 PIC X(65).
           05  DNLDL                   PIC S9(4) COMP.
           05  DNLDF                   PIC X(1).
           05  FILLER REDEFINES DNLDF.
               10  DNLDA               PIC X(1).
           05  DNLDI                   PIC X(65).
           05  PNDCSTL                 PIC S9(4) COMP.
           05  PNDCSTF                 PIC X(1).
           05  FILLER REDEFINES PNDCSTF.
               10  PNDCSTA             PIC X(1).
           05  PNDCSTI                 PIC X(65).
           05  PNDACCL                 PIC S9(4) COMP.
           05  PNDACCF                 PIC X(1).
           05  FILLER REDEFINES PNDACCF.
               10  PNDACCA             PIC X(1).
           05  PNDACCI                 PIC X(65).
           05  MSGLNL                  PIC S9(4) COMP.
           05  MSGLNF                  PIC X(1).
           05  FILLER REDEFINES MSGLNF.
               10  MSGLNA              PIC X(1).
           05  MSGLNI                  PIC X(78).
       01  CUS360MO REDEFINES CUS360MI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(3).
           05  CTRYFO                  PIC X(3).
           05  FILLER                  PIC X(3).
           05  INSTTFO                 PIC X(10).
           05  FILLER                  PIC X(3).
           05  CSTIDFO                 PIC X(20).
           05  FILLER                  PIC X(3).
           05  CUSTNMO                 PIC X(65).
           05  FILLER                  PIC X(3).
           05  CSTATO                  PIC X(65).
           05  FILLER                  PIC X(3).
           05  ACCTSO                  PIC X(65).
           05  FILLER                  PIC X(3).
           05  PAYMTO                  PIC X(65).
           05  FILLER                  PIC X(3).
           05  NXTDUEO                 PIC X(65).
           05  FILLER                  PIC X(3).
           05  DNLDO                   PIC X(65).
           05  FILLER                  PIC X(3).
           05  PNDCSTO                 PIC X(65).
           05  FILLER                  PIC X(3).
           05  PNDACCO                 PIC X(65).
           05  FILLER                  PIC X(3).
           05  MSGLNO                  PIC X(78).
