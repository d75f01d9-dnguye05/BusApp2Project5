      ******************************************************************
      *COPYBOOK: P04-SNAP-CAT-REC                                      *
      *ABSTRACT: One catalog record per nightly master snapshot        *
      *          generation: the business date the snapshot was taken  *
      *          after posting, the generation file's name, and the    *
      *          record count and balance total proved as it was       *
      *          written. Kept in date order by NGUYEN-P04-MSTR-SNAP,  *
      *          which rolls the oldest generations off, and read by   *
      *          NGUYEN-P04-MSTR-REBUILD to find the snapshot a point- *
      *          in-time rebuild starts from.                          *
      ******************************************************************
       01  SNAP-CAT-REC.
           03  SC-SNAP-DATE                PIC 9(8).
           03  SC-FILENAME                 PIC X(24).
           03  SC-REC-COUNT                PIC 9(7).
           03  SC-BAL-TOTAL                PIC S9(11)V99
                     SIGN IS TRAILING SEPARATE CHARACTER.
