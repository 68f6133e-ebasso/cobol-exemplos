           COPY VENDREG.CPY.

       FD FD-REGARQUIVO.
       01 REG-VENDA-ARQUIVO       PIC X(230).

       FD FD-EXPORTACAO.
       01 REG-EXPORTACAO          PIC X(230).

       WORKING-STORAGE SECTION.

