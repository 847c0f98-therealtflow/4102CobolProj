       COPY "TRANSLOG.cpy".

       FD LOG-WORK.
       01 LOG-WORK-REC PIC X(113).

      *> Period-stamped archive: records keep their full TRANSLOG
      *> layout, so LOG-DATE(1:6) identifies the statement period a
      *> record belongs to. StatementReport reprints from this file.
       FD LOG-ARCHIVE.
       01 LOG-ARCHIVE-REC PIC X(113).

      *> Number of whole months of history kept online in translog.txt;
      *> everything older moves to translogarch.txt.
