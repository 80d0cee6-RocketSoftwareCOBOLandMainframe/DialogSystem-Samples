      *  Working storage for Evaluate-Kit-Item below -- a kit's
      *  availability is what its scarcest component can build,
      *  the same arithmetic Compute-Line-Free-Stock in VOCORD
      *  makes at order time, plus the kits already assembled and
      *  sitting free on the kit's own record (kit-built-free).
       01  bom-status                  PIC XX.
           88  bom-file-ok             VALUE "00".
           88  bom-file-not-found      VALUE "35".
       77  comp-free                   PIC S9(6) COMP.
       77  comp-buildable              PIC S9(6) COMP.
       77  kit-available               PIC S9(6) COMP.
       77  kit-built-free              PIC S9(6) COMP.

       01  location-line.
           03  FILLER                  PIC X(8) VALUE SPACES.
      *  scarcest component can still build -- free stock    *
      *  (on-hand less reserved) over the per-kit count,      *
      *  per component -- flags the kit when that is below     *
      *  its reorder point once the built kits on hand are      *
      *  added in, and re-positions the main walk past the      *
      *  kit record the component reads moved the file off.     *
      *                                                  *
      ****************************************************


           MOVE inv-code TO cur-item-code
           MOVE inv-desc TO cur-item-desc
           IF  inv-alloc-qty NUMERIC
               MOVE inv-alloc-qty TO held-alloc-qty
           ELSE
               MOVE 0 TO held-alloc-qty
           END-IF
           COMPUTE kit-built-free = inv-quantity - held-alloc-qty
           IF  kit-built-free < 0
               MOVE 0 TO kit-built-free
           END-IF

           MOVE 99999 TO kit-available
           PERFORM VARYING comp-ind FROM 1 BY 1
                   MOVE comp-buildable TO kit-available
               END-IF
           END-PERFORM
           IF  kit-available > 0
               ADD kit-built-free TO kit-available
           ELSE
               MOVE kit-built-free TO kit-available
           END-IF

           IF  kit-available < item-reorder-point
               MOVE SPACES         TO detail-line
