      *      accumulated on its own file, and an *OVER* flag on any
      *      department past budget by more than the threshold
      *      percent, so region managers see an overrun the same week
      *      it happens.  Overtime worked past what the supervisors
      *      authorized is shown in its own hours and dollars columns.

       Identification Division.
       Program-Id. Lab10b.
            05  lbHours     Pic 9(6)V99.
            05              Pic X.
            05  lbDollars   Pic 9(8)V99.
            05              Pic X.
            05  lbUnapHrs   Pic 9(5)V99.
            05              Pic X.
            05  lbUnapDol   Pic 9(7)V99.
       FD   budgetYtdFile.
       01   budgetYtdRec.
            05  byDeptNum   Pic X(5).
            05             Pic X(14) value "   Variance $ ".
            05             Pic X(9) value "  Var Pct".
            05             Pic X(15) value "     YTD Act $ ".
            05             Pic X(10) value "UnapOT Hrs".
            05             Pic X(14) value "      UnapOT $".
            05             Pic X(6) value " Flag".
       01   detailLine.
            05  dtlDept    Pic X(5).
            05             Pic X value spaces.
            05  dtlYtdDol  Pic $$,$$$,$$9.99.
            05             Pic X value spaces.
            05  dtlUnapHrs Pic ZZ,ZZ9.99.
            05             Pic X value spaces.
            05  dtlUnapDol Pic $$,$$$,$$9.99.
            05             Pic X value spaces.
            05  dtlFlag    Pic X(6).
       01   countLine.
            05  cntLabel   Pic X(30).
            move lbDept to dtlDept
            move lbHours to dtlActHrs
            move lbDollars to dtlActDol
            if lbUnapHrs is numeric and lbUnapDol is numeric
                move lbUnapHrs to dtlUnapHrs
                move lbUnapDol to dtlUnapDol
            else
                move 0 to dtlUnapHrs
                move 0 to dtlUnapDol
            end-if
            if btFound = "Y"
                move "Y" to btMatched(btFoundIdx)
                move btHours(btFoundIdx) to dtlBgtHrs
            move btDollars(btIdx) to dtlBgtDol
            move 0 to dtlActHrs
            move 0 to dtlActDol
            move 0 to dtlUnapHrs
            move 0 to dtlUnapDol
            compute varAmt = 0 - btDollars(btIdx)
            move varAmt to dtlVarAmt
            if btDollars(btIdx) > 0
