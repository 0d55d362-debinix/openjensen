        *>
        *> Copybook compute-ocr-check.cpy
        *> Put in the /copy directory.
        *>
        *> Shared OCR check digit (Luhn, modulus 10, the rule
        *> Bankgirot uses for OCR references). The including
        *> program moves the reference digits without the check
        *> digit to wc-ocr-digits and their count to wn-ocr-len;
        *> the check digit comes back in wn-ocr-check-digit.
        *> wc-ocr-valid-flag is 'N' when the digits are not all
        *> numeric or the length is out of range. Expects
        *> ocr-vars.cpy in WORKING-STORAGE.
        *>
           MOVE ZERO TO wn-ocr-sum
           MOVE ZERO TO wn-ocr-check-digit
           MOVE 'Y' TO wc-ocr-valid-flag

           IF wn-ocr-len < 1 OR wn-ocr-len > 24
               MOVE 'N' TO wc-ocr-valid-flag
           ELSE
               IF wc-ocr-digits(1:wn-ocr-len) IS NOT NUMERIC
                   MOVE 'N' TO wc-ocr-valid-flag
               END-IF
           END-IF

           IF wc-ocr-valid-flag = 'Y'

               *> weights 2,1,2,1... from the rightmost digit;
               *> a two-digit product counts as its digit sum
               MOVE 2 TO wn-ocr-weight
               PERFORM VARYING wn-ocr-idx FROM wn-ocr-len BY -1
                   UNTIL wn-ocr-idx < 1

                   COMPUTE wn-ocr-product =
                       FUNCTION NUMVAL(wc-ocr-digits(wn-ocr-idx:1))
                       * wn-ocr-weight
                   IF wn-ocr-product > 9
                       SUBTRACT 9 FROM wn-ocr-product
                   END-IF
                   ADD wn-ocr-product TO wn-ocr-sum

                   IF wn-ocr-weight = 2
                       MOVE 1 TO wn-ocr-weight
                   ELSE
                       MOVE 2 TO wn-ocr-weight
                   END-IF

               END-PERFORM

               COMPUTE wn-ocr-check-digit =
                   FUNCTION MOD(10 - FUNCTION MOD(wn-ocr-sum, 10),
                                10)

           END-IF
