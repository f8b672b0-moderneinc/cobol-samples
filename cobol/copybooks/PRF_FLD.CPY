000000* One field's profile as CERTFPRF writes it, one record per
      * layout field, so two runs over the same dataset can be laid
      * side by side with CERTFCMP (field name as the key) and a
      * file whose shape has drifted shows up field by field.
      * 200 bytes:
      *   1-20    field name           22-25 offset
      *   27-29   length               31    N numeric expected,
      *                                      X text
      *   33-40   records profiled     42-49 spaces or low-values
      *   51-58   non-numeric where numeric was expected
      *   60-62   distinct values, exact up to 100; 63 is '+' when
      *           there were more than that
      *   65-94   lowest value         96-125 highest value
      *           (first 30 characters of each)
      *   127-129 shortest and 131-133 longest text length
      *   135-164 most frequent value  166-173 its count
       01 PRF-FIELD-REC.
           02 PRF-FIELD-NAME       PIC X(20).
           02 FILLER               PIC X(1).
           02 PRF-OFFSET           PIC 9(4).
           02 FILLER               PIC X(1).
           02 PRF-LENGTH           PIC 9(3).
           02 FILLER               PIC X(1).
           02 PRF-TYPE             PIC X(1).
           02 FILLER               PIC X(1).
           02 PRF-RECORD-CNT       PIC 9(8).
           02 FILLER               PIC X(1).
           02 PRF-EMPTY-CNT        PIC 9(8).
           02 FILLER               PIC X(1).
           02 PRF-NONNUM-CNT       PIC 9(8).
           02 FILLER               PIC X(1).
           02 PRF-DISTINCT-CNT     PIC 9(3).
           02 PRF-DISTINCT-OVER    PIC X(1).
           02 FILLER               PIC X(1).
           02 PRF-LOW-VALUE        PIC X(30).
           02 FILLER               PIC X(1).
           02 PRF-HIGH-VALUE       PIC X(30).
           02 FILLER               PIC X(1).
           02 PRF-SHORTEST         PIC 9(3).
           02 FILLER               PIC X(1).
           02 PRF-LONGEST          PIC 9(3).
           02 FILLER               PIC X(1).
           02 PRF-TOP-VALUE        PIC X(30).
           02 FILLER               PIC X(1).
           02 PRF-TOP-CNT          PIC 9(8).
           02 FILLER               PIC X(27).
