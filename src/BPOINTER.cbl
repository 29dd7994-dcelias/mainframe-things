       data division.
       file section.
       fd  Pointer-Vsam-File
           record contains 135 characters.
           copy POINTERVS.

       working-storage section.
