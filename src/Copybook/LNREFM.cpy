           02  FILLER REDEFINES RT1F.
               03  RT1A               PIC X.
           02  RT1I                   PIC X(02).
           02  RR1L                   PIC S9(4) COMP.
           02  RR1F                   PIC X.
           02  FILLER REDEFINES RR1F.
               03  RR1A               PIC X.
           02  RR1I                   PIC X(02).
           02  RC2L                   PIC S9(4) COMP.
           02  RC2F                   PIC X.
           02  FILLER REDEFINES RC2F.
           02  FILLER REDEFINES RT2F.
               03  RT2A               PIC X.
           02  RT2I                   PIC X(02).
           02  RR2L                   PIC S9(4) COMP.
           02  RR2F                   PIC X.
           02  FILLER REDEFINES RR2F.
               03  RR2A               PIC X.
           02  RR2I                   PIC X(02).
           02  RC3L                   PIC S9(4) COMP.
           02  RC3F                   PIC X.
           02  FILLER REDEFINES RC3F.
           02  FILLER REDEFINES RT3F.
               03  RT3A               PIC X.
           02  RT3I                   PIC X(02).
           02  RR3L                   PIC S9(4) COMP.
           02  RR3F                   PIC X.
           02  FILLER REDEFINES RR3F.
               03  RR3A               PIC X.
           02  RR3I                   PIC X(02).
           02  RC4L                   PIC S9(4) COMP.
           02  RC4F                   PIC X.
           02  FILLER REDEFINES RC4F.
           02  FILLER REDEFINES RT4F.
               03  RT4A               PIC X.
           02  RT4I                   PIC X(02).
           02  RR4L                   PIC S9(4) COMP.
           02  RR4F                   PIC X.
           02  FILLER REDEFINES RR4F.
               03  RR4A               PIC X.
           02  RR4I                   PIC X(02).
           02  RC5L                   PIC S9(4) COMP.
           02  RC5F                   PIC X.
           02  FILLER REDEFINES RC5F.
           02  FILLER REDEFINES RT5F.
               03  RT5A               PIC X.
           02  RT5I                   PIC X(02).
           02  RR5L                   PIC S9(4) COMP.
           02  RR5F                   PIC X.
           02  FILLER REDEFINES RR5F.
               03  RR5A               PIC X.
           02  RR5I                   PIC X(02).
           02  RC6L                   PIC S9(4) COMP.
           02  RC6F                   PIC X.
           02  FILLER REDEFINES RC6F.
           02  FILLER REDEFINES RT6F.
               03  RT6A               PIC X.
           02  RT6I                   PIC X(02).
           02  RR6L                   PIC S9(4) COMP.
           02  RR6F                   PIC X.
           02  FILLER REDEFINES RR6F.
               03  RR6A               PIC X.
           02  RR6I                   PIC X(02).
           02  SELNOL                 PIC S9(4) COMP.
           02  SELNOF                 PIC X.
           02  FILLER REDEFINES SELNOF.
           02  FILLER                 PIC X(03).
           02  RT1O                   PIC X(02).
           02  FILLER                 PIC X(03).
           02  RR1O                   PIC X(02).
           02  FILLER                 PIC X(03).
           02  RC2O                   PIC X(10).
           02  FILLER                 PIC X(03).
           02  RA2O                   PIC X(07).
           02  FILLER                 PIC X(03).
           02  RT2O                   PIC X(02).
           02  FILLER                 PIC X(03).
           02  RR2O                   PIC X(02).
           02  FILLER                 PIC X(03).
           02  RC3O                   PIC X(10).
           02  FILLER                 PIC X(03).
           02  RA3O                   PIC X(07).
           02  FILLER                 PIC X(03).
           02  RT3O                   PIC X(02).
           02  FILLER                 PIC X(03).
           02  RR3O                   PIC X(02).
           02  FILLER                 PIC X(03).
           02  RC4O                   PIC X(10).
           02  FILLER                 PIC X(03).
           02  RA4O                   PIC X(07).
           02  FILLER                 PIC X(03).
           02  RT4O                   PIC X(02).
           02  FILLER                 PIC X(03).
           02  RR4O                   PIC X(02).
           02  FILLER                 PIC X(03).
           02  RC5O                   PIC X(10).
           02  FILLER                 PIC X(03).
           02  RA5O                   PIC X(07).
           02  FILLER                 PIC X(03).
           02  RT5O                   PIC X(02).
           02  FILLER                 PIC X(03).
           02  RR5O                   PIC X(02).
           02  FILLER                 PIC X(03).
           02  RC6O                   PIC X(10).
           02  FILLER                 PIC X(03).
           02  RA6O                   PIC X(07).
           02  FILLER                 PIC X(03).
           02  RT6O                   PIC X(02).
           02  FILLER                 PIC X(03).
           02  RR6O                   PIC X(02).
           02  FILLER                 PIC X(03).
           02  SELNOO                 PIC X(01).
           02  FILLER                 PIC X(03).
           02  DECISO                 PIC X(01).
