      * GLEXPORT.RPT printouts. GLTB.cbl reports a trial balance by
      * account and period off it, and TRIALBAL.cbl sums the
      * receivable side from it.
      *
      * GH-DEPT carries the journal line's department cost center
      * (gl-work-record.cpy's GW-DEPT) so GLTB can subtotal by
      * department; spaces for lines that belong to none, and on
      * history written before departments were carried.
      *-----------------------------------------------------------------
       01 GH-RECORD.
           05 GH-PERIOD             pic 9(6).
           05 GH-AMOUNT             pic 9(9)v99.
           05 GH-DATE               pic 9(8).
           05 GH-SOURCE             pic x(8).
           05 GH-DEPT               pic x(3).
