      ******************************************************************
      * Author: Mathias Loken
      * Date: 2026-08-22
      * Purpose: Check-digit generation and verification for issued
      *          block numbers (see CKDPARM for the interface).
      * Tectonics: cobc
      *
      * Generation doubles every second digit starting from the
      * short serial keyed into the wide field checks the same as it
      * would on its own width.
      *
      * The Luhn scheme above is the base series' rule. Each number
      * series names its own on SERCTL, passed in CHECK-RULE:
      *   'W' weights the payload digits 3, 1, 3, 1 ... from the
      *       rightmost, and returns the digit that brings the sum
      *       to a multiple of ten (the GS1 shape);
      *   'E' weights them 2, 3, 4, 5, 6, 7, 2 ... from the
      *       rightmost, and returns eleven less the sum's remainder
      *       modulo eleven, a remainder of 0 or 1 giving zero;
      *   'N' the series carries no check digit: generation returns
      *       zero and verification always fails.
      *
      * Modification History:
      *   2026-08-22  Initial version.
      *   2026-10-15  Check-digit rule per number series (CHECK-RULE):
      *               Luhn, weighted 3-1 modulus 10, weighted 2-7
      *               modulus 11, or none.
      ******************************************************************
       identification division.
       program-id. check_digit.
       01  ckd-sub               pic 9(2) value 0.
       01  ckd-double-switch     pic x value 'N'.
           88 ckd-double               value 'Y'.
       01  ckd-weight            pic 9(1) value 0.

       linkage section.
           copy CKDPARM.

       procedure division using number-in function-code check-digit
              valid-switch check-rule.
           if function-verify
              divide number-in by 10
                 giving ckd-payload remainder ckd-supplied

           move ckd-payload to ckd-str.
           move 0 to ckd-sum.
           evaluate true
              when rule-none
                 move 0 to check-digit
                 move 'N' to valid-switch
                 goback
              when rule-weighted
                 move 3 to ckd-weight
                 perform weighted-one-digit
                    varying ckd-sub from 38 by -1 until ckd-sub < 1
                 compute ckd-computed =
                    function mod(10 - function mod(ckd-sum 10) 10)
              when rule-mod11
                 move 2 to ckd-weight
                 perform mod11-one-digit
                    varying ckd-sub from 38 by -1 until ckd-sub < 1
                 if function mod(ckd-sum 11) < 2
                    move 0 to ckd-computed
                 else
                    compute ckd-computed =
                       11 - function mod(ckd-sum 11)
                 end-if
              when other
                 move 'Y' to ckd-double-switch
                 perform luhn-one-digit
                    varying ckd-sub from 38 by -1 until ckd-sub < 1
                 compute ckd-computed =
                    function mod(10 - function mod(ckd-sum 10) 10)
           end-evaluate.

           if function-verify
              if ckd-computed = ckd-supplied
           end-if.
           add ckd-term to ckd-sum.

       weighted-one-digit.
           compute ckd-sum = ckd-sum + ckd-digit(ckd-sub) * ckd-weight.
           if ckd-weight = 3
              move 1 to ckd-weight
           else
              move 3 to ckd-weight
           end-if.

       mod11-one-digit.
           compute ckd-sum = ckd-sum + ckd-digit(ckd-sub) * ckd-weight.
           if ckd-weight = 7
              move 2 to ckd-weight
           else
              add 1 to ckd-weight
           end-if.

       end program check_digit.
