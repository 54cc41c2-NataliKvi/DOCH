      *              and KOD PEULA - debits and credits separately,
      *              with the movement source (R ribit, A amla, T
      *              regular) told apart by the ASMACHTA prefix.
      *             *A reversal written by LAKSTR (ASMACHTA prefix ST)
      *              is summarized under its own source S, so reversed
      *              amounts never net silently into the regular lines.
      *             *Withholding tax on credit interest written by
      *              LAKRIB (ASMACHTA prefix MS) is summarized under
      *              source M, the tax liability line.
      *             *Writes GLYOM.DAT wrapped in header and trailer
      *              control records carrying record count and hash
      *              total, in the TNUBDK batch style.
                  MOVE "R" TO EZ06-MEKOR
             WHEN "AM"
                  MOVE "A" TO EZ06-MEKOR
             WHEN "ST"
                  MOVE "S" TO EZ06-MEKOR
             WHEN "MS"
                  MOVE "M" TO EZ06-MEKOR
             WHEN OTHER
                  MOVE "T" TO EZ06-MEKOR
           END-EVALUATE.
