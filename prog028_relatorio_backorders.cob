
      * FILE DESCRIPTOR
       FD FD-BACKORDERS
          RECORD CONTAINS 57 CHARACTERS.
           COPY BACKORD.CPY.

       WORKING-STORAGE SECTION.
