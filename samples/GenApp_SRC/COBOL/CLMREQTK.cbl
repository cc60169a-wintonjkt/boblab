      *   CLMREQIN.DAT feeds the changes:                             *
      *     R claim type date    requirement requested                *
      *     C claim type date    requirement received                 *
      *   A document the post room scans is marked received on the    *
      *   store by CLMDOCLD as the scanning index is loaded.          *
      *                                                                *
      *   Requirements outstanding past the chase threshold (first    *
      *   PARM word, default 14 days) get a CLMCHASE letter queued    *
