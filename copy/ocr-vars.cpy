        *>
        *> Copybook ocr-vars.cpy
        *> Put in the /copy directory.
        *>
        *> Work fields for the shared compute-ocr-check routine -
        *> include once in WORKING-STORAGE of any program that
        *> builds or verifies an OCR payment reference.
        *>
       01  ocr-check-vars.
           05  wc-ocr-digits           PIC  X(25) VALUE SPACE.
           05  wn-ocr-len              PIC  9(2)  VALUE ZERO.
           05  wn-ocr-idx              PIC  9(2)  VALUE ZERO.
           05  wn-ocr-weight           PIC  9(1)  VALUE ZERO.
           05  wn-ocr-product          PIC  9(2)  VALUE ZERO.
           05  wn-ocr-sum              PIC  9(4)  VALUE ZERO.
           05  wn-ocr-check-digit      PIC  9(1)  VALUE ZERO.
           05  wc-ocr-valid-flag       PIC  X(1)  VALUE 'N'.
