           COPY PRODUTO.CPY.

       FD FD-LOTES
          RECORD CONTAINS 62 CHARACTERS.
           COPY LOTE.CPY.

       WORKING-STORAGE SECTION.
