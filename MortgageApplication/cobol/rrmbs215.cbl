      *     prints, per file, the records read / archived / kept and
      *     the date range that moved, so a two-year-old entry can
      *     still be found in the right archive generation.
      * Modified by RRMAC Associates LLC on 15 Oct 2026
      *     - PAYHARCH line widened from 80 to 92 bytes, the full
      *       PAYMENT-HISTORY-RECORD (rrmbc205) now that it carries
      *       PH-RETURNED-DATE and PH-REVERSES-DATE - at 80 the
      *       archived record lost the returned date's last four
      *       bytes and all of the reverses date
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  APPSTAT-ARCH-LINE            PIC X(80).

       FD  PAYHIST-ARCH-FILE.
       01  PAYHIST-ARCH-LINE            PIC X(92).

       FD  CHKPT-ARCH-FILE.
       01  CHKPT-ARCH-LINE              PIC X(80).
