      *Shared bill-of-materials layout - one record per component
      *line of a kit, keyed by kit part and component part. Both are
      *parts on INVENT6. BOM-MAINT keeps these and answers where-used
      *by walking them; KIT-BUILD consumes the components of a kit by
      *BM-QTY-PER-KIT for every kit it builds.
           05  BM-KEY.
               10  BM-KIT-PART-NUMBER  PIC 9(5).
               10  BM-COMPONENT-PART-NUMBER PIC 9(5).
           05  BM-QTY-PER-KIT      PIC 9(3).
