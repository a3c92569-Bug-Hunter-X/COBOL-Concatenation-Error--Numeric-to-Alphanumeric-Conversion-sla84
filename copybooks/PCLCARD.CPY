*> ================================================================
*> PCLCARD   - Control card for the RECPCL01 month-end period
*>             close: the period (YYYYMM), the last business date
*>             of that period the snapshot is taken as of
*>             (YYYYMMDD, inside the period - the month's last
*>             processing day, not necessarily its last calendar
*>             day), and the two operators who sign the close off.
*>             The closing and certifying operators must both be
*>             punched and must differ - a period close is one-way
*>             for every maintenance run that follows, so it gets
*>             the same two-person rule as a master change.
*> ================================================================
01  PCL-CARD-RECORD.
    05  PCL-PERIOD                  PIC 9(6).
    05  PCL-PERIOD-R REDEFINES PCL-PERIOD.
        10  PCL-PERIOD-YEAR         PIC 9(4).
        10  PCL-PERIOD-MONTH        PIC 9(2).
    05  PCL-PERIOD-END-DATE         PIC 9(8).
    05  PCL-PERIOD-END-DATE-R REDEFINES PCL-PERIOD-END-DATE.
        10  PCL-END-PERIOD          PIC 9(6).
        10  PCL-END-DAY             PIC 9(2).
    05  PCL-CLOSED-BY               PIC X(8).
    05  PCL-CERTIFIED-BY            PIC X(8).
    05  FILLER                      PIC X(50).
