           02 audit-state picture x(2).
           02 filler picture x(1).
           02 audit-operator picture x(8).
           02 filler picture x(1).
           02 audit-action picture x(2).
         fd archive-file.
         01 archive-record picture x(80).

       working-storage section.
       01 eof-flag picture x(1) value 'n'.
