      *> Shared sanctions watch-list layout for watchlist.txt.
      *> Built by WatchListLoad from the published list and read by
      *> WatchScreen. One record per listed name; an entry published
      *> with aliases appears once per alias under the same
      *> WL-ENTRY-ID. WL-NAME is held in upper case with punctuation
      *> blanked so screening compares words, not keying style.
       01 WATCH-LIST-REC.
           05 WL-ENTRY-ID  PIC X(10).
           05 WL-NAME      PIC X(40).
           05 WL-PROGRAM   PIC X(10).
           05 WL-LOAD-DATE PIC 9(8).
