      *
      * RRMBC227 - Symbolic map for RRMBM225 (mapset RRMBM225,
      * map INPMAP1), as produced by the BMS translator.  Insurance
      * policy maintenance transaction INPM.
      * by RRMAC Associates LLC on 15 Oct 2026
      *
       01 INPMAP1I.
           05 FILLER                    PIC X(12).
           05 PROMPTL                   PIC S9(4) COMP.
           05 PROMPTF                   PIC X.
           05 FILLER REDEFINES PROMPTF.
               10 PROMPTA                PIC X.
           05 PROMPTI                   PIC X(20).
           05 LOANNOL                   PIC S9(4) COMP.
           05 LOANNOF                   PIC X.
           05 FILLER REDEFINES LOANNOF.
               10 LOANNOA                PIC X.
           05 LOANNOI                   PIC X(4).
           05 ICARRL                    PIC S9(4) COMP.
           05 ICARRF                    PIC X.
           05 FILLER REDEFINES ICARRF.
               10 ICARRA                 PIC X.
           05 ICARRI                    PIC X(20).
           05 IPOLNOL                   PIC S9(4) COMP.
           05 IPOLNOF                   PIC X.
           05 FILLER REDEFINES IPOLNOF.
               10 IPOLNOA                PIC X.
           05 IPOLNOI                   PIC X(15).
           05 ICOVERL                   PIC S9(4) COMP.
           05 ICOVERF                   PIC X.
           05 FILLER REDEFINES ICOVERF.
               10 ICOVERA                PIC X.
           05 ICOVERI                   PIC X(9).
           05 IPREML                    PIC S9(4) COMP.
           05 IPREMF                    PIC X.
           05 FILLER REDEFINES IPREMF.
               10 IPREMA                 PIC X.
           05 IPREMI                    PIC X(8).
           05 IEFFDTL                   PIC S9(4) COMP.
           05 IEFFDTF                   PIC X.
           05 FILLER REDEFINES IEFFDTF.
               10 IEFFDTA                PIC X.
           05 IEFFDTI                   PIC X(8).
           05 IEXPDTL                   PIC S9(4) COMP.
           05 IEXPDTF                   PIC X.
           05 FILLER REDEFINES IEXPDTF.
               10 IEXPDTA                PIC X.
           05 IEXPDTI                   PIC X(8).
           05 ITYPEL                    PIC S9(4) COMP.
           05 ITYPEF                    PIC X.
           05 FILLER REDEFINES ITYPEF.
               10 ITYPEA                 PIC X.
           05 ITYPEI                    PIC X.
           05 INOTC1L                   PIC S9(4) COMP.
           05 INOTC1F                   PIC X.
           05 FILLER REDEFINES INOTC1F.
               10 INOTC1A                PIC X.
           05 INOTC1I                   PIC X(8).
           05 INOTC2L                   PIC S9(4) COMP.
           05 INOTC2F                   PIC X.
           05 FILLER REDEFINES INOTC2F.
               10 INOTC2A                PIC X.
           05 INOTC2I                   PIC X(8).
           05 IFPDTL                    PIC S9(4) COMP.
           05 IFPDTF                    PIC X.
           05 FILLER REDEFINES IFPDTF.
               10 IFPDTA                 PIC X.
           05 IFPDTI                    PIC X(8).
           05 ERRMSGL                   PIC S9(4) COMP.
           05 ERRMSGF                   PIC X.
           05 FILLER REDEFINES ERRMSGF.
               10 ERRMSGA                PIC X.
           05 ERRMSGI                   PIC X(79).

       01 INPMAP1O REDEFINES INPMAP1I.
           05 FILLER                    PIC X(12).
           05 FILLER                    PIC X(3).
           05 PROMPTO                   PIC X(20).
           05 FILLER                    PIC X(3).
           05 LOANNOO                   PIC X(4).
           05 FILLER                    PIC X(3).
           05 ICARRO                    PIC X(20).
           05 FILLER                    PIC X(3).
           05 IPOLNOO                   PIC X(15).
           05 FILLER                    PIC X(3).
           05 ICOVERO                   PIC 9(7)V99.
           05 FILLER                    PIC X(3).
           05 IPREMO                    PIC 9(6)V99.
           05 FILLER                    PIC X(3).
           05 IEFFDTO                   PIC 9(8).
           05 FILLER                    PIC X(3).
           05 IEXPDTO                   PIC 9(8).
           05 FILLER                    PIC X(3).
           05 ITYPEO                    PIC X.
           05 FILLER                    PIC X(3).
           05 INOTC1O                   PIC 9(8).
           05 FILLER                    PIC X(3).
           05 INOTC2O                   PIC 9(8).
           05 FILLER                    PIC X(3).
           05 IFPDTO                    PIC 9(8).
           05 FILLER                    PIC X(3).
           05 ERRMSGO                   PIC X(79).
