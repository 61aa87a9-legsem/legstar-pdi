      * ----------------------------------------------------------------
      * SYMBOLIC MAPS FOR THE MAPINQ AND MAPNAM MAPS OF THE MCUSTINQ
      * BMS MAPSET (CUSTOMER KSDS INQUIRY AND CUSTOMER NAME SEARCH
      * SCREENS DRIVEN BY PCUSTINQ).
      *
      * KEPT IN STEP WITH THE BMS SOURCE BY HAND, IN THE LAYOUT THE
      * BMS COBOL GENERATOR PRODUCES (TIOAPFX=YES, SO A 12-BYTE
           05 FILLER REDEFINES CUSTIDF.
              10 CUSTIDA              PIC X(1).
           05 CUSTIDI                 PIC X(9).
           05 SNAMEL                  PIC S9(4) COMP.
           05 SNAMEF                  PIC X(1).
           05 FILLER REDEFINES SNAMEF.
              10 SNAMEA               PIC X(1).
           05 SNAMEI                  PIC X(20).
           05 CNAMEL                  PIC S9(4) COMP.
           05 CNAMEF                  PIC X(1).
           05 FILLER REDEFINES CNAMEF.
           05 FILLER                  PIC X(3).
           05 CUSTIDO                 PIC X(9).
           05 FILLER                  PIC X(3).
           05 SNAMEO                  PIC X(20).
           05 FILLER                  PIC X(3).
           05 CNAMEO                  PIC X(20).
           05 FILLER                  PIC X(3).
           05 CADDRO                  PIC X(20).
              10 TCMTO                PIC X(9).
           05 FILLER                  PIC X(3).
           05 MSGO                    PIC X(40).
      * ----------------------------------------------------------------
      * MAPNAM - THE NAME SEARCH LIST. THE TEN LIST LINES (LSEL1
      * THROUGH LADR10) ARE KEPT AS AN OCCURS IN THE SAME WAY AS THE
      * TRANSACTION DETAIL LINES OF MAPINQ.
      * ----------------------------------------------------------------
       01  MAPNAMI.
           05 FILLER                  PIC X(12).
           05 NAMKEYL                 PIC S9(4) COMP.
           05 NAMKEYF                 PIC X(1).
           05 FILLER REDEFINES NAMKEYF.
              10 NAMKEYA              PIC X(1).
           05 NAMKEYI                 PIC X(20).
           05 MAP-NAME-LINE OCCURS 10.
              10 LSELL                PIC S9(4) COMP.
              10 LSELF                PIC X(1).
              10 LSELI                PIC X(1).
              10 LIDL                 PIC S9(4) COMP.
              10 LIDF                 PIC X(1).
              10 LIDI                 PIC X(9).
              10 LNAML                PIC S9(4) COMP.
              10 LNAMF                PIC X(1).
              10 LNAMI                PIC X(20).
              10 LADRL                PIC S9(4) COMP.
              10 LADRF                PIC X(1).
              10 LADRI                PIC X(20).
           05 NMSGL                   PIC S9(4) COMP.
           05 NMSGF                   PIC X(1).
           05 FILLER REDEFINES NMSGF.
              10 NMSGA                PIC X(1).
           05 NMSGI                   PIC X(40).
       01  MAPNAMO REDEFINES MAPNAMI.
           05 FILLER                  PIC X(12).
           05 FILLER                  PIC X(3).
           05 NAMKEYO                 PIC X(20).
           05 MAP-NAME-LINE-O OCCURS 10.
              10 FILLER               PIC X(3).
              10 LSELO                PIC X(1).
              10 FILLER               PIC X(3).
              10 LIDO                 PIC X(9).
              10 FILLER               PIC X(3).
              10 LNAMO                PIC X(20).
              10 FILLER               PIC X(3).
              10 LADRO                PIC X(20).
           05 FILLER                  PIC X(3).
           05 NMSGO                   PIC X(40).
