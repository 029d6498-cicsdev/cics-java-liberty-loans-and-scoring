      *----------------------------------------------------------------*
      *  Licensed Materials - Property of IBM                          *
      *  SAMPLE                                                        *
      *  (c) Copyright IBM Corp. 2019 All Rights Reserved              *
      *  US Government Users Restricted Rights - Use, duplication or   *
      *  disclosure restricted by GSA ADP Schedule Contract with       *
      *  IBM Corp                                                      *
      *----------------------------------------------------------------*
      ******************************************************************
      *                                                                *
      * Copybook Name      CUSTHISM.CPY                                *
      *                                                                *
      * Symbolic map for mapset CUSTHISM, map CUSTHIS1, generated by   *
      * BMS assembly of src/Bms/CUSTHISM.bms (checked in here so the   *
      * COBOL side can be maintained without an assembly step).        *
      *                                                                *
      ******************************************************************
       01  CUSTHIS1I.
           02  FILLER                PIC X(12).
           02  CUSTNOL                PIC S9(4) COMP.
           02  CUSTNOF                PIC X.
           02  FILLER REDEFINES CUSTNOF.
               03  CUSTNOA            PIC X.
           02  CUSTNOI                PIC X(10).
           02  NAMEL                  PIC S9(4) COMP.
           02  NAMEF                  PIC X.
           02  FILLER REDEFINES NAMEF.
               03  NAMEA              PIC X.
           02  NAMEI                  PIC X(30).
           02  CHT1L                  PIC S9(4) COMP.
           02  CHT1F                  PIC X.
           02  FILLER REDEFINES CHT1F.
               03  CHT1A              PIC X.
           02  CHT1I                  PIC X(15).
           02  CHY1L                  PIC S9(4) COMP.
           02  CHY1F                  PIC X.
           02  FILLER REDEFINES CHY1F.
               03  CHY1A              PIC X.
           02  CHY1I                  PIC X(07).
           02  CHP1L                  PIC S9(4) COMP.
           02  CHP1F                  PIC X.
           02  FILLER REDEFINES CHP1F.
               03  CHP1A              PIC X.
           02  CHP1I                  PIC X(08).
           02  CHR1L                  PIC S9(4) COMP.
           02  CHR1F                  PIC X.
           02  FILLER REDEFINES CHR1F.
               03  CHR1A              PIC X.
           02  CHR1I                  PIC X(08).
           02  CHA1L                  PIC S9(4) COMP.
           02  CHA1F                  PIC X.
           02  FILLER REDEFINES CHA1F.
               03  CHA1A              PIC X.
           02  CHA1I                  PIC X(08).
           02  CHD1L                  PIC S9(4) COMP.
           02  CHD1F                  PIC X.
           02  FILLER REDEFINES CHD1F.
               03  CHD1A              PIC X.
           02  CHD1I                  PIC X(76).
           02  CHT2L                  PIC S9(4) COMP.
           02  CHT2F                  PIC X.
           02  FILLER REDEFINES CHT2F.
               03  CHT2A              PIC X.
           02  CHT2I                  PIC X(15).
           02  CHY2L                  PIC S9(4) COMP.
           02  CHY2F                  PIC X.
           02  FILLER REDEFINES CHY2F.
               03  CHY2A              PIC X.
           02  CHY2I                  PIC X(07).
           02  CHP2L                  PIC S9(4) COMP.
           02  CHP2F                  PIC X.
           02  FILLER REDEFINES CHP2F.
               03  CHP2A              PIC X.
           02  CHP2I                  PIC X(08).
           02  CHR2L                  PIC S9(4) COMP.
           02  CHR2F                  PIC X.
           02  FILLER REDEFINES CHR2F.
               03  CHR2A              PIC X.
           02  CHR2I                  PIC X(08).
           02  CHA2L                  PIC S9(4) COMP.
           02  CHA2F                  PIC X.
           02  FILLER REDEFINES CHA2F.
               03  CHA2A              PIC X.
           02  CHA2I                  PIC X(08).
           02  CHD2L                  PIC S9(4) COMP.
           02  CHD2F                  PIC X.
           02  FILLER REDEFINES CHD2F.
               03  CHD2A              PIC X.
           02  CHD2I                  PIC X(76).
           02  CHT3L                  PIC S9(4) COMP.
           02  CHT3F                  PIC X.
           02  FILLER REDEFINES CHT3F.
               03  CHT3A              PIC X.
           02  CHT3I                  PIC X(15).
           02  CHY3L                  PIC S9(4) COMP.
           02  CHY3F                  PIC X.
           02  FILLER REDEFINES CHY3F.
               03  CHY3A              PIC X.
           02  CHY3I                  PIC X(07).
           02  CHP3L                  PIC S9(4) COMP.
           02  CHP3F                  PIC X.
           02  FILLER REDEFINES CHP3F.
               03  CHP3A              PIC X.
           02  CHP3I                  PIC X(08).
           02  CHR3L                  PIC S9(4) COMP.
           02  CHR3F                  PIC X.
           02  FILLER REDEFINES CHR3F.
               03  CHR3A              PIC X.
           02  CHR3I                  PIC X(08).
           02  CHA3L                  PIC S9(4) COMP.
           02  CHA3F                  PIC X.
           02  FILLER REDEFINES CHA3F.
               03  CHA3A              PIC X.
           02  CHA3I                  PIC X(08).
           02  CHD3L                  PIC S9(4) COMP.
           02  CHD3F                  PIC X.
           02  FILLER REDEFINES CHD3F.
               03  CHD3A              PIC X.
           02  CHD3I                  PIC X(76).
           02  CHT4L                  PIC S9(4) COMP.
           02  CHT4F                  PIC X.
           02  FILLER REDEFINES CHT4F.
               03  CHT4A              PIC X.
           02  CHT4I                  PIC X(15).
           02  CHY4L                  PIC S9(4) COMP.
           02  CHY4F                  PIC X.
           02  FILLER REDEFINES CHY4F.
               03  CHY4A              PIC X.
           02  CHY4I                  PIC X(07).
           02  CHP4L                  PIC S9(4) COMP.
           02  CHP4F                  PIC X.
           02  FILLER REDEFINES CHP4F.
               03  CHP4A              PIC X.
           02  CHP4I                  PIC X(08).
           02  CHR4L                  PIC S9(4) COMP.
           02  CHR4F                  PIC X.
           02  FILLER REDEFINES CHR4F.
               03  CHR4A              PIC X.
           02  CHR4I                  PIC X(08).
           02  CHA4L                  PIC S9(4) COMP.
           02  CHA4F                  PIC X.
           02  FILLER REDEFINES CHA4F.
               03  CHA4A              PIC X.
           02  CHA4I                  PIC X(08).
           02  CHD4L                  PIC S9(4) COMP.
           02  CHD4F                  PIC X.
           02  FILLER REDEFINES CHD4F.
               03  CHD4A              PIC X.
           02  CHD4I                  PIC X(76).
           02  SAT1L                  PIC S9(4) COMP.
           02  SAT1F                  PIC X.
           02  FILLER REDEFINES SAT1F.
               03  SAT1A              PIC X.
           02  SAT1I                  PIC X(15).
           02  SAM1L                  PIC S9(4) COMP.
           02  SAM1F                  PIC X.
           02  FILLER REDEFINES SAM1F.
               03  SAM1A              PIC X.
           02  SAM1I                  PIC X(07).
           02  SAD1L                  PIC S9(4) COMP.
           02  SAD1F                  PIC X.
           02  FILLER REDEFINES SAD1F.
               03  SAD1A              PIC X.
           02  SAD1I                  PIC X(02).
           02  SAS1L                  PIC S9(4) COMP.
           02  SAS1F                  PIC X.
           02  FILLER REDEFINES SAS1F.
               03  SAS1A              PIC X.
           02  SAS1I                  PIC X(03).
           02  SAU1L                  PIC S9(4) COMP.
           02  SAU1F                  PIC X.
           02  FILLER REDEFINES SAU1F.
               03  SAU1A              PIC X.
           02  SAU1I                  PIC X(08).
           02  SAR1L                  PIC S9(4) COMP.
           02  SAR1F                  PIC X.
           02  FILLER REDEFINES SAR1F.
               03  SAR1A              PIC X.
           02  SAR1I                  PIC X(10).
           02  SAC1L                  PIC S9(4) COMP.
           02  SAC1F                  PIC X.
           02  FILLER REDEFINES SAC1F.
               03  SAC1A              PIC X.
           02  SAC1I                  PIC X(10).
           02  SAT2L                  PIC S9(4) COMP.
           02  SAT2F                  PIC X.
           02  FILLER REDEFINES SAT2F.
               03  SAT2A              PIC X.
           02  SAT2I                  PIC X(15).
           02  SAM2L                  PIC S9(4) COMP.
           02  SAM2F                  PIC X.
           02  FILLER REDEFINES SAM2F.
               03  SAM2A              PIC X.
           02  SAM2I                  PIC X(07).
           02  SAD2L                  PIC S9(4) COMP.
           02  SAD2F                  PIC X.
           02  FILLER REDEFINES SAD2F.
               03  SAD2A              PIC X.
           02  SAD2I                  PIC X(02).
           02  SAS2L                  PIC S9(4) COMP.
           02  SAS2F                  PIC X.
           02  FILLER REDEFINES SAS2F.
               03  SAS2A              PIC X.
           02  SAS2I                  PIC X(03).
           02  SAU2L                  PIC S9(4) COMP.
           02  SAU2F                  PIC X.
           02  FILLER REDEFINES SAU2F.
               03  SAU2A              PIC X.
           02  SAU2I                  PIC X(08).
           02  SAR2L                  PIC S9(4) COMP.
           02  SAR2F                  PIC X.
           02  FILLER REDEFINES SAR2F.
               03  SAR2A              PIC X.
           02  SAR2I                  PIC X(10).
           02  SAC2L                  PIC S9(4) COMP.
           02  SAC2F                  PIC X.
           02  FILLER REDEFINES SAC2F.
               03  SAC2A              PIC X.
           02  SAC2I                  PIC X(10).
           02  SAT3L                  PIC S9(4) COMP.
           02  SAT3F                  PIC X.
           02  FILLER REDEFINES SAT3F.
               03  SAT3A              PIC X.
           02  SAT3I                  PIC X(15).
           02  SAM3L                  PIC S9(4) COMP.
           02  SAM3F                  PIC X.
           02  FILLER REDEFINES SAM3F.
               03  SAM3A              PIC X.
           02  SAM3I                  PIC X(07).
           02  SAD3L                  PIC S9(4) COMP.
           02  SAD3F                  PIC X.
           02  FILLER REDEFINES SAD3F.
               03  SAD3A              PIC X.
           02  SAD3I                  PIC X(02).
           02  SAS3L                  PIC S9(4) COMP.
           02  SAS3F                  PIC X.
           02  FILLER REDEFINES SAS3F.
               03  SAS3A              PIC X.
           02  SAS3I                  PIC X(03).
           02  SAU3L                  PIC S9(4) COMP.
           02  SAU3F                  PIC X.
           02  FILLER REDEFINES SAU3F.
               03  SAU3A              PIC X.
           02  SAU3I                  PIC X(08).
           02  SAR3L                  PIC S9(4) COMP.
           02  SAR3F                  PIC X.
           02  FILLER REDEFINES SAR3F.
               03  SAR3A              PIC X.
           02  SAR3I                  PIC X(10).
           02  SAC3L                  PIC S9(4) COMP.
           02  SAC3F                  PIC X.
           02  FILLER REDEFINES SAC3F.
               03  SAC3A              PIC X.
           02  SAC3I                  PIC X(10).
           02  SAT4L                  PIC S9(4) COMP.
           02  SAT4F                  PIC X.
           02  FILLER REDEFINES SAT4F.
               03  SAT4A              PIC X.
           02  SAT4I                  PIC X(15).
           02  SAM4L                  PIC S9(4) COMP.
           02  SAM4F                  PIC X.
           02  FILLER REDEFINES SAM4F.
               03  SAM4A              PIC X.
           02  SAM4I                  PIC X(07).
           02  SAD4L                  PIC S9(4) COMP.
           02  SAD4F                  PIC X.
           02  FILLER REDEFINES SAD4F.
               03  SAD4A              PIC X.
           02  SAD4I                  PIC X(02).
           02  SAS4L                  PIC S9(4) COMP.
           02  SAS4F                  PIC X.
           02  FILLER REDEFINES SAS4F.
               03  SAS4A              PIC X.
           02  SAS4I                  PIC X(03).
           02  SAU4L                  PIC S9(4) COMP.
           02  SAU4F                  PIC X.
           02  FILLER REDEFINES SAU4F.
               03  SAU4A              PIC X.
           02  SAU4I                  PIC X(08).
           02  SAR4L                  PIC S9(4) COMP.
           02  SAR4F                  PIC X.
           02  FILLER REDEFINES SAR4F.
               03  SAR4A              PIC X.
           02  SAR4I                  PIC X(10).
           02  SAC4L                  PIC S9(4) COMP.
           02  SAC4F                  PIC X.
           02  FILLER REDEFINES SAC4F.
               03  SAC4A              PIC X.
           02  SAC4I                  PIC X(10).
           02  SAT5L                  PIC S9(4) COMP.
           02  SAT5F                  PIC X.
           02  FILLER REDEFINES SAT5F.
               03  SAT5A              PIC X.
           02  SAT5I                  PIC X(15).
           02  SAM5L                  PIC S9(4) COMP.
           02  SAM5F                  PIC X.
           02  FILLER REDEFINES SAM5F.
               03  SAM5A              PIC X.
           02  SAM5I                  PIC X(07).
           02  SAD5L                  PIC S9(4) COMP.
           02  SAD5F                  PIC X.
           02  FILLER REDEFINES SAD5F.
               03  SAD5A              PIC X.
           02  SAD5I                  PIC X(02).
           02  SAS5L                  PIC S9(4) COMP.
           02  SAS5F                  PIC X.
           02  FILLER REDEFINES SAS5F.
               03  SAS5A              PIC X.
           02  SAS5I                  PIC X(03).
           02  SAU5L                  PIC S9(4) COMP.
           02  SAU5F                  PIC X.
           02  FILLER REDEFINES SAU5F.
               03  SAU5A              PIC X.
           02  SAU5I                  PIC X(08).
           02  SAR5L                  PIC S9(4) COMP.
           02  SAR5F                  PIC X.
           02  FILLER REDEFINES SAR5F.
               03  SAR5A              PIC X.
           02  SAR5I                  PIC X(10).
           02  SAC5L                  PIC S9(4) COMP.
           02  SAC5F                  PIC X.
           02  FILLER REDEFINES SAC5F.
               03  SAC5A              PIC X.
           02  SAC5I                  PIC X(10).
           02  MSGL                   PIC S9(4) COMP.
           02  MSGF                   PIC X.
           02  FILLER REDEFINES MSGF.
               03  MSGA               PIC X.
           02  MSGI                   PIC X(79).
      *
       01  CUSTHIS1O REDEFINES CUSTHIS1I.
           02  FILLER                 PIC X(12).
           02  FILLER                 PIC X(03).
           02  CUSTNOO                PIC X(10).
           02  FILLER                 PIC X(03).
           02  NAMEO                  PIC X(30).
           02  FILLER                 PIC X(03).
           02  CHT1O                  PIC X(15).
           02  FILLER                 PIC X(03).
           02  CHY1O                  PIC X(07).
           02  FILLER                 PIC X(03).
           02  CHP1O                  PIC X(08).
           02  FILLER                 PIC X(03).
           02  CHR1O                  PIC X(08).
           02  FILLER                 PIC X(03).
           02  CHA1O                  PIC X(08).
           02  FILLER                 PIC X(03).
           02  CHD1O                  PIC X(76).
           02  FILLER                 PIC X(03).
           02  CHT2O                  PIC X(15).
           02  FILLER                 PIC X(03).
           02  CHY2O                  PIC X(07).
           02  FILLER                 PIC X(03).
           02  CHP2O                  PIC X(08).
           02  FILLER                 PIC X(03).
           02  CHR2O                  PIC X(08).
           02  FILLER                 PIC X(03).
           02  CHA2O                  PIC X(08).
           02  FILLER                 PIC X(03).
           02  CHD2O                  PIC X(76).
           02  FILLER                 PIC X(03).
           02  CHT3O                  PIC X(15).
           02  FILLER                 PIC X(03).
           02  CHY3O                  PIC X(07).
           02  FILLER                 PIC X(03).
           02  CHP3O                  PIC X(08).
           02  FILLER                 PIC X(03).
           02  CHR3O                  PIC X(08).
           02  FILLER                 PIC X(03).
           02  CHA3O                  PIC X(08).
           02  FILLER                 PIC X(03).
           02  CHD3O                  PIC X(76).
           02  FILLER                 PIC X(03).
           02  CHT4O                  PIC X(15).
           02  FILLER                 PIC X(03).
           02  CHY4O                  PIC X(07).
           02  FILLER                 PIC X(03).
           02  CHP4O                  PIC X(08).
           02  FILLER                 PIC X(03).
           02  CHR4O                  PIC X(08).
           02  FILLER                 PIC X(03).
           02  CHA4O                  PIC X(08).
           02  FILLER                 PIC X(03).
           02  CHD4O                  PIC X(76).
           02  FILLER                 PIC X(03).
           02  SAT1O                  PIC X(15).
           02  FILLER                 PIC X(03).
           02  SAM1O                  PIC X(07).
           02  FILLER                 PIC X(03).
           02  SAD1O                  PIC X(02).
           02  FILLER                 PIC X(03).
           02  SAS1O                  PIC X(03).
           02  FILLER                 PIC X(03).
           02  SAU1O                  PIC X(08).
           02  FILLER                 PIC X(03).
           02  SAR1O                  PIC X(10).
           02  FILLER                 PIC X(03).
           02  SAC1O                  PIC X(10).
           02  FILLER                 PIC X(03).
           02  SAT2O                  PIC X(15).
           02  FILLER                 PIC X(03).
           02  SAM2O                  PIC X(07).
           02  FILLER                 PIC X(03).
           02  SAD2O                  PIC X(02).
           02  FILLER                 PIC X(03).
           02  SAS2O                  PIC X(03).
           02  FILLER                 PIC X(03).
           02  SAU2O                  PIC X(08).
           02  FILLER                 PIC X(03).
           02  SAR2O                  PIC X(10).
           02  FILLER                 PIC X(03).
           02  SAC2O                  PIC X(10).
           02  FILLER                 PIC X(03).
           02  SAT3O                  PIC X(15).
           02  FILLER                 PIC X(03).
           02  SAM3O                  PIC X(07).
           02  FILLER                 PIC X(03).
           02  SAD3O                  PIC X(02).
           02  FILLER                 PIC X(03).
           02  SAS3O                  PIC X(03).
           02  FILLER                 PIC X(03).
           02  SAU3O                  PIC X(08).
           02  FILLER                 PIC X(03).
           02  SAR3O                  PIC X(10).
           02  FILLER                 PIC X(03).
           02  SAC3O                  PIC X(10).
           02  FILLER                 PIC X(03).
           02  SAT4O                  PIC X(15).
           02  FILLER                 PIC X(03).
           02  SAM4O                  PIC X(07).
           02  FILLER                 PIC X(03).
           02  SAD4O                  PIC X(02).
           02  FILLER                 PIC X(03).
           02  SAS4O                  PIC X(03).
           02  FILLER                 PIC X(03).
           02  SAU4O                  PIC X(08).
           02  FILLER                 PIC X(03).
           02  SAR4O                  PIC X(10).
           02  FILLER                 PIC X(03).
           02  SAC4O                  PIC X(10).
           02  FILLER                 PIC X(03).
           02  SAT5O                  PIC X(15).
           02  FILLER                 PIC X(03).
           02  SAM5O                  PIC X(07).
           02  FILLER                 PIC X(03).
           02  SAD5O                  PIC X(02).
           02  FILLER                 PIC X(03).
           02  SAS5O                  PIC X(03).
           02  FILLER                 PIC X(03).
           02  SAU5O                  PIC X(08).
           02  FILLER                 PIC X(03).
           02  SAR5O                  PIC X(10).
           02  FILLER                 PIC X(03).
           02  SAC5O                  PIC X(10).
           02  FILLER                 PIC X(03).
           02  MSGO                   PIC X(79).
