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
      * Copybook Name      LNCOLLM.CPY                                 *
      *                                                                *
      * Symbolic map for mapset LNCOLLM, map LNCOLL1, generated by BMS *
      * assembly of src/Bms/LNCOLLM.bms (checked in here so the COBOL  *
      * side can be maintained without an assembly step).              *
      *                                                                *
      ******************************************************************
       01  LNCOLL1I.
           02  FILLER                PIC X(12).
           02  CUSTNOL                PIC S9(4) COMP.
           02  CUSTNOF                PIC X.
           02  FILLER REDEFINES CUSTNOF.
               03  CUSTNOA            PIC X.
           02  CUSTNOI                PIC X(10).
           02  CNAMEL                 PIC S9(4) COMP.
           02  CNAMEF                 PIC X.
           02  FILLER REDEFINES CNAMEF.
               03  CNAMEA             PIC X.
           02  CNAMEI                 PIC X(30).
           02  LOANTSL                PIC S9(4) COMP.
           02  LOANTSF                PIC X.
           02  FILLER REDEFINES LOANTSF.
               03  LOANTSA            PIC X.
           02  LOANTSI                PIC X(14).
           02  BUCKETL                PIC S9(4) COMP.
           02  BUCKETF                PIC X.
           02  FILLER REDEFINES BUCKETF.
               03  BUCKETA            PIC X.
           02  BUCKETI                PIC X(08).
           02  ARREARSL               PIC S9(4) COMP.
           02  ARREARSF               PIC X.
           02  FILLER REDEFINES ARREARSF.
               03  ARREARSA           PIC X.
           02  ARREARSI               PIC X(09).
           02  CSTATL                 PIC S9(4) COMP.
           02  CSTATF                 PIC X.
           02  FILLER REDEFINES CSTATF.
               03  CSTATA             PIC X.
           02  CSTATI                 PIC X(01).
           02  LCDATEL                PIC S9(4) COMP.
           02  LCDATEF                PIC X.
           02  FILLER REDEFINES LCDATEF.
               03  LCDATEA            PIC X.
           02  LCDATEI                PIC X(08).
           02  LCOUTL                 PIC S9(4) COMP.
           02  LCOUTF                 PIC X.
           02  FILLER REDEFINES LCOUTF.
               03  LCOUTA             PIC X.
           02  LCOUTI                 PIC X(02).
           02  BROKENL                PIC S9(4) COMP.
           02  BROKENF                PIC X.
           02  FILLER REDEFINES BROKENF.
               03  BROKENA            PIC X.
           02  BROKENI                PIC X(02).
           02  PRDATEL                PIC S9(4) COMP.
           02  PRDATEF                PIC X.
           02  FILLER REDEFINES PRDATEF.
               03  PRDATEA            PIC X.
           02  PRDATEI                PIC X(08).
           02  PRAMTL                 PIC S9(4) COMP.
           02  PRAMTF                 PIC X.
           02  FILLER REDEFINES PRAMTF.
               03  PRAMTA             PIC X.
           02  PRAMTI                 PIC X(07).
           02  PRPAIDL                PIC S9(4) COMP.
           02  PRPAIDF                PIC X.
           02  FILLER REDEFINES PRPAIDF.
               03  PRPAIDA            PIC X.
           02  PRPAIDI                PIC X(07).
           02  DD1L                   PIC S9(4) COMP.
           02  DD1F                   PIC X.
           02  FILLER REDEFINES DD1F.
               03  DD1A               PIC X.
           02  DD1I                   PIC X(08).
           02  DP1L                   PIC S9(4) COMP.
           02  DP1F                   PIC X.
           02  FILLER REDEFINES DP1F.
               03  DP1A               PIC X.
           02  DP1I                   PIC X(06).
           02  DC1L                   PIC S9(4) COMP.
           02  DC1F                   PIC X.
           02  FILLER REDEFINES DC1F.
               03  DC1A               PIC X.
           02  DC1I                   PIC X(06).
           02  DB1L                   PIC S9(4) COMP.
           02  DB1F                   PIC X.
           02  FILLER REDEFINES DB1F.
               03  DB1A               PIC X.
           02  DB1I                   PIC X(07).
           02  DM1L                   PIC S9(4) COMP.
           02  DM1F                   PIC X.
           02  FILLER REDEFINES DM1F.
               03  DM1A               PIC X.
           02  DM1I                   PIC X(03).
           02  DD2L                   PIC S9(4) COMP.
           02  DD2F                   PIC X.
           02  FILLER REDEFINES DD2F.
               03  DD2A               PIC X.
           02  DD2I                   PIC X(08).
           02  DP2L                   PIC S9(4) COMP.
           02  DP2F                   PIC X.
           02  FILLER REDEFINES DP2F.
               03  DP2A               PIC X.
           02  DP2I                   PIC X(06).
           02  DC2L                   PIC S9(4) COMP.
           02  DC2F                   PIC X.
           02  FILLER REDEFINES DC2F.
               03  DC2A               PIC X.
           02  DC2I                   PIC X(06).
           02  DB2L                   PIC S9(4) COMP.
           02  DB2F                   PIC X.
           02  FILLER REDEFINES DB2F.
               03  DB2A               PIC X.
           02  DB2I                   PIC X(07).
           02  DM2L                   PIC S9(4) COMP.
           02  DM2F                   PIC X.
           02  FILLER REDEFINES DM2F.
               03  DM2A               PIC X.
           02  DM2I                   PIC X(03).
           02  DD3L                   PIC S9(4) COMP.
           02  DD3F                   PIC X.
           02  FILLER REDEFINES DD3F.
               03  DD3A               PIC X.
           02  DD3I                   PIC X(08).
           02  DP3L                   PIC S9(4) COMP.
           02  DP3F                   PIC X.
           02  FILLER REDEFINES DP3F.
               03  DP3A               PIC X.
           02  DP3I                   PIC X(06).
           02  DC3L                   PIC S9(4) COMP.
           02  DC3F                   PIC X.
           02  FILLER REDEFINES DC3F.
               03  DC3A               PIC X.
           02  DC3I                   PIC X(06).
           02  DB3L                   PIC S9(4) COMP.
           02  DB3F                   PIC X.
           02  FILLER REDEFINES DB3F.
               03  DB3A               PIC X.
           02  DB3I                   PIC X(07).
           02  DM3L                   PIC S9(4) COMP.
           02  DM3F                   PIC X.
           02  FILLER REDEFINES DM3F.
               03  DM3A               PIC X.
           02  DM3I                   PIC X(03).
           02  DD4L                   PIC S9(4) COMP.
           02  DD4F                   PIC X.
           02  FILLER REDEFINES DD4F.
               03  DD4A               PIC X.
           02  DD4I                   PIC X(08).
           02  DP4L                   PIC S9(4) COMP.
           02  DP4F                   PIC X.
           02  FILLER REDEFINES DP4F.
               03  DP4A               PIC X.
           02  DP4I                   PIC X(06).
           02  DC4L                   PIC S9(4) COMP.
           02  DC4F                   PIC X.
           02  FILLER REDEFINES DC4F.
               03  DC4A               PIC X.
           02  DC4I                   PIC X(06).
           02  DB4L                   PIC S9(4) COMP.
           02  DB4F                   PIC X.
           02  FILLER REDEFINES DB4F.
               03  DB4A               PIC X.
           02  DB4I                   PIC X(07).
           02  DM4L                   PIC S9(4) COMP.
           02  DM4F                   PIC X.
           02  FILLER REDEFINES DM4F.
               03  DM4A               PIC X.
           02  DM4I                   PIC X(03).
           02  DD5L                   PIC S9(4) COMP.
           02  DD5F                   PIC X.
           02  FILLER REDEFINES DD5F.
               03  DD5A               PIC X.
           02  DD5I                   PIC X(08).
           02  DP5L                   PIC S9(4) COMP.
           02  DP5F                   PIC X.
           02  FILLER REDEFINES DP5F.
               03  DP5A               PIC X.
           02  DP5I                   PIC X(06).
           02  DC5L                   PIC S9(4) COMP.
           02  DC5F                   PIC X.
           02  FILLER REDEFINES DC5F.
               03  DC5A               PIC X.
           02  DC5I                   PIC X(06).
           02  DB5L                   PIC S9(4) COMP.
           02  DB5F                   PIC X.
           02  FILLER REDEFINES DB5F.
               03  DB5A               PIC X.
           02  DB5I                   PIC X(07).
           02  DM5L                   PIC S9(4) COMP.
           02  DM5F                   PIC X.
           02  FILLER REDEFINES DM5F.
               03  DM5A               PIC X.
           02  DM5I                   PIC X(03).
           02  DD6L                   PIC S9(4) COMP.
           02  DD6F                   PIC X.
           02  FILLER REDEFINES DD6F.
               03  DD6A               PIC X.
           02  DD6I                   PIC X(08).
           02  DP6L                   PIC S9(4) COMP.
           02  DP6F                   PIC X.
           02  FILLER REDEFINES DP6F.
               03  DP6A               PIC X.
           02  DP6I                   PIC X(06).
           02  DC6L                   PIC S9(4) COMP.
           02  DC6F                   PIC X.
           02  FILLER REDEFINES DC6F.
               03  DC6A               PIC X.
           02  DC6I                   PIC X(06).
           02  DB6L                   PIC S9(4) COMP.
           02  DB6F                   PIC X.
           02  FILLER REDEFINES DB6F.
               03  DB6A               PIC X.
           02  DB6I                   PIC X(07).
           02  DM6L                   PIC S9(4) COMP.
           02  DM6F                   PIC X.
           02  FILLER REDEFINES DM6F.
               03  DM6A               PIC X.
           02  DM6I                   PIC X(03).
           02  DD7L                   PIC S9(4) COMP.
           02  DD7F                   PIC X.
           02  FILLER REDEFINES DD7F.
               03  DD7A               PIC X.
           02  DD7I                   PIC X(08).
           02  DP7L                   PIC S9(4) COMP.
           02  DP7F                   PIC X.
           02  FILLER REDEFINES DP7F.
               03  DP7A               PIC X.
           02  DP7I                   PIC X(06).
           02  DC7L                   PIC S9(4) COMP.
           02  DC7F                   PIC X.
           02  FILLER REDEFINES DC7F.
               03  DC7A               PIC X.
           02  DC7I                   PIC X(06).
           02  DB7L                   PIC S9(4) COMP.
           02  DB7F                   PIC X.
           02  FILLER REDEFINES DB7F.
               03  DB7A               PIC X.
           02  DB7I                   PIC X(07).
           02  DM7L                   PIC S9(4) COMP.
           02  DM7F                   PIC X.
           02  FILLER REDEFINES DM7F.
               03  DM7A               PIC X.
           02  DM7I                   PIC X(03).
           02  DD8L                   PIC S9(4) COMP.
           02  DD8F                   PIC X.
           02  FILLER REDEFINES DD8F.
               03  DD8A               PIC X.
           02  DD8I                   PIC X(08).
           02  DP8L                   PIC S9(4) COMP.
           02  DP8F                   PIC X.
           02  FILLER REDEFINES DP8F.
               03  DP8A               PIC X.
           02  DP8I                   PIC X(06).
           02  DC8L                   PIC S9(4) COMP.
           02  DC8F                   PIC X.
           02  FILLER REDEFINES DC8F.
               03  DC8A               PIC X.
           02  DC8I                   PIC X(06).
           02  DB8L                   PIC S9(4) COMP.
           02  DB8F                   PIC X.
           02  FILLER REDEFINES DB8F.
               03  DB8A               PIC X.
           02  DB8I                   PIC X(07).
           02  DM8L                   PIC S9(4) COMP.
           02  DM8F                   PIC X.
           02  FILLER REDEFINES DM8F.
               03  DM8A               PIC X.
           02  DM8I                   PIC X(03).
           02  MOREL                  PIC S9(4) COMP.
           02  MOREF                  PIC X.
           02  FILLER REDEFINES MOREF.
               03  MOREA              PIC X.
           02  MOREI                  PIC X(40).
           02  OUTCOMEL               PIC S9(4) COMP.
           02  OUTCOMEF               PIC X.
           02  FILLER REDEFINES OUTCOMEF.
               03  OUTCOMEA           PIC X.
           02  OUTCOMEI               PIC X(02).
           02  PDATEL                 PIC S9(4) COMP.
           02  PDATEF                 PIC X.
           02  FILLER REDEFINES PDATEF.
               03  PDATEA             PIC X.
           02  PDATEI                 PIC X(08).
           02  PAMTL                  PIC S9(4) COMP.
           02  PAMTF                  PIC X.
           02  FILLER REDEFINES PAMTF.
               03  PAMTA              PIC X.
           02  PAMTI                  PIC X(07).
           02  MSGL                   PIC S9(4) COMP.
           02  MSGF                   PIC X.
           02  FILLER REDEFINES MSGF.
               03  MSGA               PIC X.
           02  MSGI                   PIC X(79).
       01  LNCOLL1O REDEFINES LNCOLL1I.
           02  FILLER                PIC X(12).
           02  FILLER                 PIC X(03).
           02  CUSTNOO                PIC X(10).
           02  FILLER                 PIC X(03).
           02  CNAMEO                 PIC X(30).
           02  FILLER                 PIC X(03).
           02  LOANTSO                PIC X(14).
           02  FILLER                 PIC X(03).
           02  BUCKETO                PIC X(08).
           02  FILLER                 PIC X(03).
           02  ARREARSO               PIC X(09).
           02  FILLER                 PIC X(03).
           02  CSTATO                 PIC X(01).
           02  FILLER                 PIC X(03).
           02  LCDATEO                PIC X(08).
           02  FILLER                 PIC X(03).
           02  LCOUTO                 PIC X(02).
           02  FILLER                 PIC X(03).
           02  BROKENO                PIC X(02).
           02  FILLER                 PIC X(03).
           02  PRDATEO                PIC X(08).
           02  FILLER                 PIC X(03).
           02  PRAMTO                 PIC X(07).
           02  FILLER                 PIC X(03).
           02  PRPAIDO                PIC X(07).
           02  FILLER                 PIC X(03).
           02  DD1O                   PIC X(08).
           02  FILLER                 PIC X(03).
           02  DP1O                   PIC X(06).
           02  FILLER                 PIC X(03).
           02  DC1O                   PIC X(06).
           02  FILLER                 PIC X(03).
           02  DB1O                   PIC X(07).
           02  FILLER                 PIC X(03).
           02  DM1O                   PIC X(03).
           02  FILLER                 PIC X(03).
           02  DD2O                   PIC X(08).
           02  FILLER                 PIC X(03).
           02  DP2O                   PIC X(06).
           02  FILLER                 PIC X(03).
           02  DC2O                   PIC X(06).
           02  FILLER                 PIC X(03).
           02  DB2O                   PIC X(07).
           02  FILLER                 PIC X(03).
           02  DM2O                   PIC X(03).
           02  FILLER                 PIC X(03).
           02  DD3O                   PIC X(08).
           02  FILLER                 PIC X(03).
           02  DP3O                   PIC X(06).
           02  FILLER                 PIC X(03).
           02  DC3O                   PIC X(06).
           02  FILLER                 PIC X(03).
           02  DB3O                   PIC X(07).
           02  FILLER                 PIC X(03).
           02  DM3O                   PIC X(03).
           02  FILLER                 PIC X(03).
           02  DD4O                   PIC X(08).
           02  FILLER                 PIC X(03).
           02  DP4O                   PIC X(06).
           02  FILLER                 PIC X(03).
           02  DC4O                   PIC X(06).
           02  FILLER                 PIC X(03).
           02  DB4O                   PIC X(07).
           02  FILLER                 PIC X(03).
           02  DM4O                   PIC X(03).
           02  FILLER                 PIC X(03).
           02  DD5O                   PIC X(08).
           02  FILLER                 PIC X(03).
           02  DP5O                   PIC X(06).
           02  FILLER                 PIC X(03).
           02  DC5O                   PIC X(06).
           02  FILLER                 PIC X(03).
           02  DB5O                   PIC X(07).
           02  FILLER                 PIC X(03).
           02  DM5O                   PIC X(03).
           02  FILLER                 PIC X(03).
           02  DD6O                   PIC X(08).
           02  FILLER                 PIC X(03).
           02  DP6O                   PIC X(06).
           02  FILLER                 PIC X(03).
           02  DC6O                   PIC X(06).
           02  FILLER                 PIC X(03).
           02  DB6O                   PIC X(07).
           02  FILLER                 PIC X(03).
           02  DM6O                   PIC X(03).
           02  FILLER                 PIC X(03).
           02  DD7O                   PIC X(08).
           02  FILLER                 PIC X(03).
           02  DP7O                   PIC X(06).
           02  FILLER                 PIC X(03).
           02  DC7O                   PIC X(06).
           02  FILLER                 PIC X(03).
           02  DB7O                   PIC X(07).
           02  FILLER                 PIC X(03).
           02  DM7O                   PIC X(03).
           02  FILLER                 PIC X(03).
           02  DD8O                   PIC X(08).
           02  FILLER                 PIC X(03).
           02  DP8O                   PIC X(06).
           02  FILLER                 PIC X(03).
           02  DC8O                   PIC X(06).
           02  FILLER                 PIC X(03).
           02  DB8O                   PIC X(07).
           02  FILLER                 PIC X(03).
           02  DM8O                   PIC X(03).
           02  FILLER                 PIC X(03).
           02  MOREO                  PIC X(40).
           02  FILLER                 PIC X(03).
           02  OUTCOMEO               PIC X(02).
           02  FILLER                 PIC X(03).
           02  PDATEO                 PIC X(08).
           02  FILLER                 PIC X(03).
           02  PAMTO                  PIC X(07).
           02  FILLER                 PIC X(03).
           02  MSGO                   PIC X(79).
