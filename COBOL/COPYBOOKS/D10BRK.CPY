      * D10BRK.CPY
      * Bracket pair table, loaded from the D10BRACKETS table by all
      * three bracket jobs: each pair's opener and closer, the
      * syntax-error score a wrong closer costs, the completion score
      * its closer adds, the pair's style and its escape character.
      * A new message format is a table line, not three recompiles.
      *   Styles: N nests like a bracket; Q quotes, so everything up
      *   to the closer is text, and the escape character (if any)
      *   makes the character after it text as well.
      *   A pair whose opener is its own closer (quotes, the
      *   vertical bar) closes when it is the innermost open pair
      *   and opens otherwise.
       01 BRACKET-TABLE.
           05 BRACKET-COUNT PIC 9(2) VALUE 0.
           05 BRACKET-ENTRY OCCURS 20 TIMES.
             10 BRACKET-OPEN PIC X.
             10 BRACKET-CLOSE PIC X.
             10 BRACKET-CORRUPT-SCORE PIC 9(5).
             10 BRACKET-COMPLETE-SCORE PIC 9(2).
             10 BRACKET-STYLE PIC X.
               88 BRACKET-NESTS VALUE 'N'.
               88 BRACKET-QUOTES VALUE 'Q'.
             10 BRACKET-ESCAPE PIC X.
