              88 JRN-ACTION-WRITE VALUE 'W'.
              88 JRN-ACTION-REWRITE VALUE 'R'.
              88 JRN-ACTION-DELETE VALUE 'D'.
           03 JRN-XREF-IMAGE PIC X(634) VALUE SPACES.
