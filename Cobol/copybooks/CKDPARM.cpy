      * CKDPARM - shared parameter layout for check_digit.
      * Include as-is in the subprogram's LINKAGE SECTION; callers that
      * need distinct data-names should use COPY CKDPARM REPLACING.
      * FUNCTION-CODE 'G' computes the check digit over all 38
      * digits of NUMBER-IN and returns it in CHECK-DIGIT.
      * FUNCTION-CODE 'V' treats NUMBER-IN's low-order digit as the
      * carried check digit, verifies it against the remaining 37
      * digits, and answers in VALID-SWITCH.
      * CHECK-RULE names the scheme - the number series' rule off
      * SERCTL (see SERREC): 'L' or blank Luhn, 'W' weighted 3-1
      * modulus 10, 'E' weighted 2-7 modulus 11, 'N' none (generate
      * answers zero, and verify never passes - there is no digit
      * to check).
      *****************************************************************
       01  number-in         pic 9(38).
       01  function-code     pic x(1).
       01  check-digit       pic 9(1).
       01  valid-switch      pic x(1).
           88 digit-valid          value 'Y'.
       01  check-rule        pic x(1).
           88 rule-luhn            value 'L' ' '.
           88 rule-weighted        value 'W'.
           88 rule-mod11           value 'E'.
           88 rule-none            value 'N'.
