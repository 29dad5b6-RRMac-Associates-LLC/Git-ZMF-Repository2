      *
      * RRMBC229 - Symbolic map for RRMBM227 (mapset RRMBM227,
      * map APRMAP1), as produced by the BMS translator.  Dual-control
      * approval transaction APRV.  ROW is an OCCURS=10 field - one
      * group per screen line.
      * by RRMAC Associates LLC on 15 Oct 2026
      *
       01 APRMAP1I.
           05 FILLER                    PIC X(12).
           05 PROMPTL                   PIC S9(4) COMP.
           05 PROMPTF                   PIC X.
           05 FILLER REDEFINES PROMPTF.
               10 PROMPTA                PIC X.
           05 PROMPTI                   PIC X(20).
           05 SLOANL                    PIC S9(4) COMP.
           05 SLOANF                    PIC X.
           05 FILLER REDEFINES SLOANF.
               10 SLOANA                 PIC X.
           05 SLOANI                    PIC X(4).
           05 HEADL                     PIC S9(4) COMP.
           05 HEADF                     PIC X.
           05 FILLER REDEFINES HEADF.
               10 HEADA                  PIC X.
           05 HEADI                     PIC X(79).
           05 ROWD OCCURS 10 TIMES.
               10 ROWL                   PIC S9(4) COMP.
               10 ROWF                   PIC X.
               10 FILLER REDEFINES ROWF.
                   15 ROWA               PIC X.
               10 ROWI                   PIC X(79).
           05 ERRMSGL                   PIC S9(4) COMP.
           05 ERRMSGF                   PIC X.
           05 FILLER REDEFINES ERRMSGF.
               10 ERRMSGA                PIC X.
           05 ERRMSGI                   PIC X(79).

       01 APRMAP1O REDEFINES APRMAP1I.
           05 FILLER                    PIC X(12).
           05 FILLER                    PIC X(3).
           05 PROMPTO                   PIC X(20).
           05 FILLER                    PIC X(3).
           05 SLOANO                    PIC X(4).
           05 FILLER                    PIC X(3).
           05 HEADO                     PIC X(79).
           05 ROWDO OCCURS 10 TIMES.
               10 FILLER                 PIC X(3).
               10 ROWO                   PIC X(79).
           05 FILLER                    PIC X(3).
           05 ERRMSGO                   PIC X(79).
