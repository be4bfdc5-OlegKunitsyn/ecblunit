           call "ECBLULE" using val-expected, val-actual-lower.
           call "ECBLUBETWEEN" using val-expected, val-low, val-high.
       end program TESTTOL.

      * Stand-in for a pricing routine whose speed matters: a fixed
      *  amount of arithmetic per call on the parameter area
       identification division.
       program-id. PRFCALC.
       data division.
       working-storage section.
       01 calc-idx pic 9(4) usage binary.
       01 calc-total pic s9(9) usage packed-decimal.
       linkage section.
       01 parm-area pic x(256).
       procedure division using parm-area.
           move 0 to calc-total.
           perform varying calc-idx from 1 by 1 until calc-idx > 100
             add calc-idx to calc-total
           end-perform.
           move calc-total to parm-area(1:9).
       end program PRFCALC.

      * Test the performance budget assertion
      *  generous budgets, so the assertion passes on any machine
      *  whose C library clock() can be called - without it the CPU
      *  budget fails as not measurable - while still exercising the
      *  measurement and the PERF records
       identification division.
       program-id. TESTPRF.
       data division.
       working-storage section.
       01 target-name pic x(8) value "PRFCALC".
       01 parm-area pic x(256) value SPACES.
       01 parm-len pic 9(4) usage binary value 256.
       01 iterations pic 9(7) usage binary value 200000.
       01 budget-elapsed-us pic 9(9) usage binary value 500000.
       01 budget-cpu-us pic 9(9) usage binary value 500000.
       procedure division.
           call "ECBLUPRF" using target-name, parm-area, parm-len,
             iterations, budget-elapsed-us, budget-cpu-us.
       end program TESTPRF.
