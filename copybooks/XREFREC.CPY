*> ================================================================
*> XREFREC   - Record-number cross-reference. RECUPD01's move (M)
*>             action writes a pair of rows for every move or
*>             merge, one on each key, pointing at each other:
*>               DIRECTION T on the OLD key - the record went TO
*>                           OTHER-NUMBER on BUSINESS-DATE,
*>               DIRECTION F on the NEW key - the record came FROM
*>                           OTHER-NUMBER on BUSINESS-DATE.
*>             Keyed like HISTREC (record number, business date)
*>             plus the direction byte, so RECASF01 reaches either
*>             end of a move with one keyed read and can follow a
*>             chain of moves in both directions. MOVE-KIND tells
*>             a plain move (the new key was free) from a merge
*>             (the new key was already on file and survived).
*>             The same layout is the MOVEQ notice RECUPD01 queues
*>             for RECBLD01's delta feed (the T row only).
*> ================================================================
01  XREF-RECORD.
    05  XREF-KEY.
        10  XREF-REC-NUMBER         PIC 9(9).
        10  XREF-BUSINESS-DATE      PIC 9(8).
        10  XREF-DIRECTION          PIC X(1).
            88  XREF-MOVED-TO       VALUE 'T'.
            88  XREF-MOVED-FROM     VALUE 'F'.
    05  XREF-OTHER-NUMBER           PIC 9(9).
    05  XREF-MOVE-KIND              PIC X(1).
        88  XREF-KIND-MOVE          VALUE 'M'.
        88  XREF-KIND-MERGE         VALUE 'G'.
    05  XREF-TIMESTAMP.
        10  XREF-TS-DATE            PIC 9(8).
        10  XREF-TS-TIME            PIC 9(8).
    05  XREF-OPERATORS.
        10  XREF-SUBMIT-OPERATOR    PIC X(8).
        10  XREF-APPROVE-OPERATOR   PIC X(8).
    05  FILLER                      PIC X(20).
