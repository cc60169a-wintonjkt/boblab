           03 CEMAILL                  PIC S9(4) COMP.
           03 CEMAILF                  PIC X.
           03 CEMAILI                  PIC X(40).
           03 CVACTL                   PIC S9(4) COMP.
           03 CVACTF                   PIC X.
           03 CVACTI                   PIC X(1).
           03 CVCATL                   PIC S9(4) COMP.
           03 CVCATF                   PIC X.
           03 CVCATI                   PIC X(2).
           03 CVREVL                   PIC S9(4) COMP.
           03 CVREVF                   PIC X.
           03 CVREVI                   PIC X(10).
           03 CVSETL                   PIC S9(4) COMP.
           03 CVSETF                   PIC X.
           03 CVSETI                   PIC X(10).
           03 CMSGL                    PIC S9(4) COMP.
           03 CMSGF                    PIC X.
           03 CMSGI                    PIC X(60).
           03 FILLER                   PIC X(3).
           03 CEMAILO                  PIC X(40).
           03 FILLER                   PIC X(3).
           03 CVACTO                   PIC X(1).
           03 FILLER                   PIC X(3).
           03 CVCATO                   PIC X(2).
           03 FILLER                   PIC X(3).
           03 CVREVO                   PIC X(10).
           03 FILLER                   PIC X(3).
           03 CVSETO                   PIC X(10).
           03 FILLER                   PIC X(3).
           03 CMSGO                    PIC X(60).

       01  SSPOLI.
           03 PPAYL                    PIC S9(4) COMP.
           03 PPAYF                    PIC X.
           03 PPAYI                    PIC X(6).
           03 PPAIDTOL                 PIC S9(4) COMP.
           03 PPAIDTOF                 PIC X.
           03 PPAIDTOI                 PIC X(10).
           03 POWEDL                   PIC S9(4) COMP.
           03 POWEDF                   PIC X.
           03 POWEDI                   PIC X(12).
           03 PDACTL                   PIC S9(4) COMP.
           03 PDACTF                   PIC X.
           03 PDACTI                   PIC X(1).
           03 PDNUML                   PIC S9(4) COMP.
           03 PDNUMF                   PIC X.
           03 PDNUMI                   PIC X(2).
           03 PDFNAMEL                 PIC S9(4) COMP.
           03 PDFNAMEF                 PIC X.
           03 PDFNAMEI                 PIC X(10).
           03 PDLNAMEL                 PIC S9(4) COMP.
           03 PDLNAMEF                 PIC X.
           03 PDLNAMEI                 PIC X(20).
           03 PDDOBL                   PIC S9(4) COMP.
           03 PDDOBF                   PIC X.
           03 PDDOBI                   PIC X(10).
           03 PDLICL                   PIC S9(4) COMP.
           03 PDLICF                   PIC X.
           03 PDLICI                   PIC X(10).
           03 PDRELL                   PIC S9(4) COMP.
           03 PDRELF                   PIC X.
           03 PDRELI                   PIC X(1).
           03 PCOFF1L                  PIC S9(4) COMP.
           03 PCOFF1F                  PIC X.
           03 PCOFF1I                  PIC X(6).
           03 PCDAT1L                  PIC S9(4) COMP.
           03 PCDAT1F                  PIC X.
           03 PCDAT1I                  PIC X(10).
           03 PCPTS1L                  PIC S9(4) COMP.
           03 PCPTS1F                  PIC X.
           03 PCPTS1I                  PIC X(2).
           03 PCOFF2L                  PIC S9(4) COMP.
           03 PCOFF2F                  PIC X.
           03 PCOFF2I                  PIC X(6).
           03 PCDAT2L                  PIC S9(4) COMP.
           03 PCDAT2F                  PIC X.
           03 PCDAT2I                  PIC X(10).
           03 PCPTS2L                  PIC S9(4) COMP.
           03 PCPTS2F                  PIC X.
           03 PCPTS2I                  PIC X(2).
           03 PCOFF3L                  PIC S9(4) COMP.
           03 PCOFF3F                  PIC X.
           03 PCOFF3I                  PIC X(6).
           03 PCDAT3L                  PIC S9(4) COMP.
           03 PCDAT3F                  PIC X.
           03 PCDAT3I                  PIC X(10).
           03 PCPTS3L                  PIC S9(4) COMP.
           03 PCPTS3F                  PIC X.
           03 PCPTS3I                  PIC X(2).
           03 PCOFF4L                  PIC S9(4) COMP.
           03 PCOFF4F                  PIC X.
           03 PCOFF4I                  PIC X(6).
           03 PCDAT4L                  PIC S9(4) COMP.
           03 PCDAT4F                  PIC X.
           03 PCDAT4I                  PIC X(10).
           03 PCPTS4L                  PIC S9(4) COMP.
           03 PCPTS4F                  PIC X.
           03 PCPTS4I                  PIC X(2).
           03 PCOFF5L                  PIC S9(4) COMP.
           03 PCOFF5F                  PIC X.
           03 PCOFF5I                  PIC X(6).
           03 PCDAT5L                  PIC S9(4) COMP.
           03 PCDAT5F                  PIC X.
           03 PCDAT5I                  PIC X(10).
           03 PCPTS5L                  PIC S9(4) COMP.
           03 PCPTS5F                  PIC X.
           03 PCPTS5I                  PIC X(2).
           03 PMSGL                    PIC S9(4) COMP.
           03 PMSGF                    PIC X.
           03 PMSGI                    PIC X(60).
           03 FILLER                   PIC X(3).
           03 PPAYO                    PIC X(6).
           03 FILLER                   PIC X(3).
           03 PPAIDTOO                 PIC X(10).
           03 FILLER                   PIC X(3).
           03 POWEDO                   PIC X(12).
           03 FILLER                   PIC X(3).
           03 PDACTO                   PIC X(1).
           03 FILLER                   PIC X(3).
           03 PDNUMO                   PIC X(2).
           03 FILLER                   PIC X(3).
           03 PDFNAMEO                 PIC X(10).
           03 FILLER                   PIC X(3).
           03 PDLNAMEO                 PIC X(20).
           03 FILLER                   PIC X(3).
           03 PDDOBO                   PIC X(10).
           03 FILLER                   PIC X(3).
           03 PDLICO                   PIC X(10).
           03 FILLER                   PIC X(3).
           03 PDRELO                   PIC X(1).
           03 FILLER                   PIC X(3).
           03 PCOFF1O                  PIC X(6).
           03 FILLER                   PIC X(3).
           03 PCDAT1O                  PIC X(10).
           03 FILLER                   PIC X(3).
           03 PCPTS1O                  PIC X(2).
           03 FILLER                   PIC X(3).
           03 PCOFF2O                  PIC X(6).
           03 FILLER                   PIC X(3).
           03 PCDAT2O                  PIC X(10).
           03 FILLER                   PIC X(3).
           03 PCPTS2O                  PIC X(2).
           03 FILLER                   PIC X(3).
           03 PCOFF3O                  PIC X(6).
           03 FILLER                   PIC X(3).
           03 PCDAT3O                  PIC X(10).
           03 FILLER                   PIC X(3).
           03 PCPTS3O                  PIC X(2).
           03 FILLER                   PIC X(3).
           03 PCOFF4O                  PIC X(6).
           03 FILLER                   PIC X(3).
           03 PCDAT4O                  PIC X(10).
           03 FILLER                   PIC X(3).
           03 PCPTS4O                  PIC X(2).
           03 FILLER                   PIC X(3).
           03 PCOFF5O                  PIC X(6).
           03 FILLER                   PIC X(3).
           03 PCDAT5O                  PIC X(10).
           03 FILLER                   PIC X(3).
           03 PCPTS5O                  PIC X(2).
           03 FILLER                   PIC X(3).
           03 PMSGO                    PIC X(60).

       01  SSCLMI.
           03 SCREASL                  PIC S9(4) COMP.
           03 SCREASF                  PIC X.
           03 SCREASI                  PIC X(40).
           03 SCCLSL                   PIC S9(4) COMP.
           03 SCCLSF                   PIC X.
           03 SCCLSI                   PIC X(60).
           03 SCMSGL                   PIC S9(4) COMP.
           03 SCMSGF                   PIC X.
           03 SCMSGI                   PIC X(60).
           03 FILLER                   PIC X(3).
           03 SCREASO                  PIC X(40).
           03 FILLER                   PIC X(3).
           03 SCCLSO                   PIC X(60).
           03 FILLER                   PIC X(3).
           03 SCMSGO                   PIC X(60).

       01  SSSRCHI.
           03 FILLER                   PIC X(12).
           03 SRLNAMEL                 PIC S9(4) COMP.
           03 SRLNAMEF                 PIC X.
           03 SRLNAMEI                 PIC X(20).
           03 SRFNAMEL                 PIC S9(4) COMP.
           03 SRFNAMEF                 PIC X.
           03 SRFNAMEI                 PIC X(10).
           03 SRDOBL                   PIC S9(4) COMP.
           03 SRDOBF                   PIC X.
           03 SRDOBI                   PIC X(10).
           03 SRPCODEL                 PIC S9(4) COMP.
           03 SRPCODEF                 PIC X.
           03 SRPCODEI                 PIC X(8).
           03 SRREGL                   PIC S9(4) COMP.
           03 SRREGF                   PIC X.
           03 SRREGI                   PIC X(7).
      *    Result rows SRSEL1/SRLIN1 to SRSEL10/SRLIN10, as a table.
           03 SRROWI                   OCCURS 10 TIMES.
              05 SRSELL                PIC S9(4) COMP.
              05 SRSELF                PIC X.
              05 SRSELI                PIC X(1).
              05 SRLINL                PIC S9(4) COMP.
              05 SRLINF                PIC X.
              05 SRLINI                PIC X(76).
           03 SRPAGEL                  PIC S9(4) COMP.
           03 SRPAGEF                  PIC X.
           03 SRPAGEI                  PIC X(3).
           03 SRMSGL                   PIC S9(4) COMP.
           03 SRMSGF                   PIC X.
           03 SRMSGI                   PIC X(60).
       01  SSSRCHO REDEFINES SSSRCHI.
           03 FILLER                   PIC X(12).
           03 FILLER                   PIC X(3).
           03 SRLNAMEO                 PIC X(20).
           03 FILLER                   PIC X(3).
           03 SRFNAMEO                 PIC X(10).
           03 FILLER                   PIC X(3).
           03 SRDOBO                   PIC X(10).
           03 FILLER                   PIC X(3).
           03 SRPCODEO                 PIC X(8).
           03 FILLER                   PIC X(3).
           03 SRREGO                   PIC X(7).
           03 SRROWO                   OCCURS 10 TIMES.
              05 FILLER                PIC X(3).
              05 SRSELO                PIC X(1).
              05 FILLER                PIC X(3).
              05 SRLINO                PIC X(76).
           03 FILLER                   PIC X(3).
           03 SRPAGEO                  PIC X(3).
           03 FILLER                   PIC X(3).
           03 SRMSGO                   PIC X(60).
       01  SSNOTEI.
           03 FILLER                   PIC X(12).
           03 NTTYPEL                  PIC S9(4) COMP.
           03 NTTYPEF                  PIC X.
           03 NTTYPEI                  PIC X(8).
           03 NTKEYL                   PIC S9(4) COMP.
           03 NTKEYF                   PIC X.
           03 NTKEYI                   PIC X(10).
           03 NTPAGEL                  PIC S9(4) COMP.
           03 NTPAGEF                  PIC X.
           03 NTPAGEI                  PIC X(3).
      *    Note rows NTSEL1/NTHDR1/NTTXA1/NTTXB1 to NTSEL4/NTTXB4,
      *    as a table.
           03 NTROWI                   OCCURS 4 TIMES.
              05 NTSELL                PIC S9(4) COMP.
              05 NTSELF                PIC X.
              05 NTSELI                PIC X(1).
              05 NTHDRL                PIC S9(4) COMP.
              05 NTHDRF                PIC X.
              05 NTHDRI                PIC X(70).
              05 NTTXAL                PIC S9(4) COMP.
              05 NTTXAF                PIC X.
              05 NTTXAI                PIC X(75).
              05 NTTXBL                PIC S9(4) COMP.
              05 NTTXBF                PIC X.
              05 NTTXBI                PIC X(75).
           03 NTNEWAL                  PIC S9(4) COMP.
           03 NTNEWAF                  PIC X.
           03 NTNEWAI                  PIC X(75).
           03 NTNEWBL                  PIC S9(4) COMP.
           03 NTNEWBF                  PIC X.
           03 NTNEWBI                  PIC X(75).
           03 NTFUDATL                 PIC S9(4) COMP.
           03 NTFUDATF                 PIC X.
           03 NTFUDATI                 PIC X(10).
           03 NTFUTEML                 PIC S9(4) COMP.
           03 NTFUTEMF                 PIC X.
           03 NTFUTEMI                 PIC X(4).
           03 NTFUUSRL                 PIC S9(4) COMP.
           03 NTFUUSRF                 PIC X.
           03 NTFUUSRI                 PIC X(8).
           03 NTMSGL                   PIC S9(4) COMP.
           03 NTMSGF                   PIC X.
           03 NTMSGI                   PIC X(60).
       01  SSNOTEO REDEFINES SSNOTEI.
           03 FILLER                   PIC X(12).
           03 FILLER                   PIC X(3).
           03 NTTYPEO                  PIC X(8).
           03 FILLER                   PIC X(3).
           03 NTKEYO                   PIC X(10).
           03 FILLER                   PIC X(3).
           03 NTPAGEO                  PIC X(3).
           03 NTROWO                   OCCURS 4 TIMES.
              05 FILLER                PIC X(3).
              05 NTSELO                PIC X(1).
              05 FILLER                PIC X(3).
              05 NTHDRO                PIC X(70).
              05 FILLER                PIC X(3).
              05 NTTXAO                PIC X(75).
              05 FILLER                PIC X(3).
              05 NTTXBO                PIC X(75).
           03 FILLER                   PIC X(3).
           03 NTNEWAO                  PIC X(75).
           03 FILLER                   PIC X(3).
           03 NTNEWBO                  PIC X(75).
           03 FILLER                   PIC X(3).
           03 NTFUDATO                 PIC X(10).
           03 FILLER                   PIC X(3).
           03 NTFUTEMO                 PIC X(4).
           03 FILLER                   PIC X(3).
           03 NTFUUSRO                 PIC X(8).
           03 FILLER                   PIC X(3).
           03 NTMSGO                   PIC X(60).
