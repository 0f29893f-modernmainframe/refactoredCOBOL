      *   'T' returns the CUID's change trail (before-images with
      *       change type, userid and timestamp) oldest first in a
      *       bounded table, the CBSAUINQ style - rows past the
      *       20-entry capacity are counted but not stored; a close
      *       made by a customer merge carries the surviving CUID;
      *   'A' reconstructs the row as it stood at the close of
      *       CH-ASOF-DATE: the before-image of the earliest change
      *       AFTER that date, or the live CUSTOMER row when nothing
              10 CH-TRAIL-CHANGE-TYPE  PIC X(1).
              10 CH-TRAIL-USERID       PIC X(10).
              10 CH-TRAIL-TIMESTAMP    PIC X(26).
              10 CH-TRAIL-MERGED-INTO  PIC S9(9) USAGE COMP.
