      *===============================================================
      * TRTYREC - Reinsurance Treaty Rule Record Layout
      * Carried as REF-DATA of the TR table on REFMSTR (entry key
      * coverage code + treaty id), maintained through CLMSREFM and
      * read by CLMSCEDE, which applies the version in force on each
      * claim's loss date. One entry per coverage code /
      * treaty pair: the per-coverage retention we keep, the treaty
      * taking a share of the excess, and that treaty's percentage
      * share. A coverage ceded to more than one treaty carries one
      * record per treaty, all with the same retention. CLMSWHIF
      * also reads proposed treaties in this layout from DD TRTYNEW.
      *===============================================================
       01  TREATY-RULE-RECORD.
           05  TRT-COVERAGE-CODE   PIC X(03).
