        88  IFACE-TYPE-DELTA-ADD    VALUE 'AD'.
        88  IFACE-TYPE-DELTA-CHANGE VALUE 'CH'.
        88  IFACE-TYPE-DELTA-DELETE VALUE 'DL'.
*>      A record-number move made by RECUPD01 since the prior run:
*>      RECORD-NUMBER is the old key, DATA carries 'TO=' and the
*>      new key (then MOVE or MERGE). Moves lead the feed, right
*>      behind the HD header, so they apply before the day's
*>      add/change/delete transactions.
        88  IFACE-TYPE-DELTA-MOVE   VALUE 'MV'.
    05  IFACE-DATE-STAMP            PIC 9(8).
    05  IFACE-DATA                  PIC X(61).
