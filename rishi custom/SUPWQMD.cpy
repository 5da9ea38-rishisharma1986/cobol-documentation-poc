      *****************************************************************
      * COPYBOOK      : SUPWQMD                                       *
      * DESCRIPTION   : SYMBOLIC MAP FOR BMS MAPSET SUPWQM - THE      *
      *                 COBOL DSECT COPY AS GENERATED FROM THE        *
      *                 MAPSET SOURCE (TIOAPFX=YES), INPUT AND        *
      *                 OUTPUT VIEWS SHARING STORAGE                  *
      *****************************************************************
       01  SUPWQMI.
           05  FILLER                  PIC X(12).
           05  SEL1L                   PIC S9(4) COMP.
           05  SEL1F                   PIC X(1).
           05  FILLER REDEFINES SEL1F.
               10  SEL1A               PIC X(1).
           05  SEL1I                   PIC X(1).
           05  ROW1L                   PIC S9(4) COMP.
           05  ROW1F                   PIC X(1).
           05  FILLER REDEFINES ROW1F.
               10  ROW1A               PIC X(1).
           05  ROW1I                   PIC X(76).
           05  SEL2L                   PIC S9(4) COMP.
           05  SEL2F                   PIC X(1).
           05  FILLER REDEFINES SEL2F.
               10  SEL2A               PIC X(1).
           05  SEL2I                   PIC X(1).
           05  ROW2L                   PIC S9(4) COMP.
           05  ROW2F                   PIC X(1).
           05  FILLER REDEFINES ROW2F.
               10  ROW2A               PIC X(1).
           05  ROW2I                   PIC X(76).
           05  SEL3L                   PIC S9(4) COMP.
           05  SEL3F                   PIC X(1).
           05  FILLER REDEFINES SEL3F.
               10  SEL3A               PIC X(1).
           05  SEL3I                   PIC X(1).
           05  ROW3L                   PIC S9(4) COMP.
           05  ROW3F                   PIC X(1).
           05  FILLER REDEFINES ROW3F.
               10  ROW3A               PIC X(1).
           05  ROW3I                   PIC X(76).
           05  SEL4L                   PIC S9(4) COMP.
           05  SEL4F                   PIC X(1).
           05  FILLER REDEFINES SEL4F.
               10  SEL4A               PIC X(1).
           05  SEL4I                   PIC X(1).
           05  ROW4L                   PIC S9(4) COMP.
           05  ROW4F                   PIC X(1).
           05  FILLER REDEFINES ROW4F.
               10  ROW4A               PIC X(1).
           05  ROW4I                   PIC X(76).
           05  SEL5L                   PIC S9(4) COMP.
           05  SEL5F                   PIC X(1).
           05  FILLER REDEFINES SEL5F.
               10  SEL5A               PIC X(1).
           05  SEL5I                   PIC X(1).
           05  ROW5L                   PIC S9(4) COMP.
           05  ROW5F                   PIC X(1).
           05  FILLER REDEFINES ROW5F.
               10  ROW5A               PIC X(1).
           05  ROW5I                   PIC X(76).
           05  SEL6L                   PIC S9(4) COMP.
           05  SEL6F                   PIC X(1).
           05  FILLER REDEFINES SEL6F.
               10  SEL6A               PIC X(1).
           05  SEL6I                   PIC X(1).
           05  ROW6L                   PIC S9(4) COMP.
           05  ROW6F                   PIC X(1).
           05  FILLER REDEFINES ROW6F.
               10  ROW6A               PIC X(1).
           05  ROW6I                   PIC X(76).
           05  SEL7L                   PIC S9(4) COMP.
           05  SEL7F                   PIC X(1).
           05  FILLER REDEFINES SEL7F.
               10  SEL7A               PIC X(1).
           05  SEL7I                   PIC X(1).
           05  ROW7L                   PIC S9(4) COMP.
           05  ROW7F                   PIC X(1).
           05  FILLER REDEFINES ROW7F.
               10  ROW7A               PIC X(1).
           05  ROW7I                   PIC X(76).
           05  SEL8L                   PIC S9(4) COMP.
           05  SEL8F                   PIC X(1).
           05  FILLER REDEFINES SEL8F.
               10  SEL8A               PIC X(1).
           05  SEL8I                   PIC X(1).
           05  ROW8L                   PIC S9(4) COMP.
           05  ROW8F                   PIC X(1).
           05  FILLER REDEFINES ROW8F.
               10  ROW8A               PIC X(1).
           05  ROW8I                   PIC X(76).
           05  SEL9L                   PIC S9(4) COMP.
           05  SEL9F                   PIC X(1).
           05  FILLER REDEFINES SEL9F.
               10  SEL9A               PIC X(1).
           05  SEL9I                   PIC X(1).
           05  ROW9L                   PIC S9(4) COMP.
           05  ROW9F                   PIC X(1).
           05  FILLER REDEFINES ROW9F.
               10  ROW9A               PIC X(1).
           05  ROW9I                   PIC X(76).
           05  SEL10L                  PIC S9(4) COMP.
           05  SEL10F                  PIC X(1).
           05  FILLER REDEFINES SEL10F.
               10  SEL10A              PIC X(1).
           05  SEL10I                  PIC X(1).
           05  ROW10L                  PIC S9(4) COMP.
           05  ROW10F                  PIC X(1).
           05  FILLER REDEFINES ROW10F.
               10  ROW10A              PIC X(1).
           05  ROW10I                  PIC X(76).
           05  MSGLNL                  PIC S9(4) COMP.
           05  MSGLNF                  PIC X(1).
           05  FILLER REDEFINES MSGLNF.
               10  MSGLNA              PIC X(1).
           05  MSGLNI                  PIC X(78).
       01  SUPWQMO REDEFINES SUPWQMI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(3).
           05  SEL1O                   PIC X(1).
           05  FILLER                  PIC X(3).
           05  ROW1O                   PIC X(76).
           05  FILLER                  PIC X(3).
           05  SEL2O                   PIC X(1).
           05  FILLER                  PIC X(3).
           05  ROW2O                   PIC X(76).
           05  FILLER                  PIC X(3).
           05  SEL3O                   PIC X(1).
           05  FILLER                  PIC X(3).
           05  ROW3O                   PIC X(76).
           05  FILLER                  PIC X(3).
           05  SEL4O                   PIC X(1).
           05  FILLER                  PIC X(3).
           05  ROW4O                   PIC X(76).
           05  FILLER                  PIC X(3).
           05  SEL5O                   PIC X(1).
           05  FILLER                  PIC X(3).
           05  ROW5O                   PIC X(76).
           05  FILLER                  PIC X(3).
           05  SEL6O                   PIC X(1).
           05  FILLER                  PIC X(3).
           05  ROW6O                   PIC X(76).
           05  FILLER                  PIC X(3).
           05  SEL7O                   PIC X(1).
           05  FILLER                  PIC X(3).
           05  ROW7O                   PIC X(76).
           05  FILLER                  PIC X(3).
           05  SEL8O                   PIC X(1).
           05  FILLER                  PIC X(3).
           05  ROW8O                   PIC X(76).
           05  FILLER                  PIC X(3).
           05  SEL9O                   PIC X(1).
           05  FILLER                  PIC X(3).
           05  ROW9O                   PIC X(76).
           05  FILLER                  PIC X(3).
           05  SEL10O                  PIC X(1).
           05  FILLER                  PIC X(3).
           05  ROW10O                  PIC X(76).
           05  FILLER                  PIC X(3).
           05  MSGLNO                  PIC X(78).
