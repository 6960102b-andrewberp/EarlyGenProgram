    01 transmitRecord.
       05 xmRecordType         PIC X(01).
       05 FILLER               PIC X(129).

    01 transmitHeaderRecord REDEFINES transmitRecord.
       05 xhRecordType         PIC X(01).
           88 xhIsHeader           VALUE "H".
       05 xhJobId              PIC X(08).
       05 xhOperatorId         PIC X(08).
       05 xhRunDate            PIC X(21).
       05 FILLER               PIC X(92).

    01 transmitDetailRecord REDEFINES transmitRecord.
       05 xdRecordType         PIC X(01).
           88 xdIsDetail           VALUE "D".
       05 xdMessageId          PIC X(10).
       05 xdCorrespondentId    PIC X(08).
       05 xdCipherType         PIC X(01).
       05 xdEncryptedText      PIC X(99).
       05 xdSegmentSeq         PIC 9(02).
       05 xdLastSegmentFlag    PIC X(01).
           88 xdLastSegment        VALUE "Y".
       05 xdSegmentCount       PIC 9(02).
       05 FILLER               PIC X(06).

    01 transmitTrailerRecord REDEFINES transmitRecord.
       05 xtRecordType         PIC X(01).
           88 xtIsTrailer          VALUE "T".
       05 xtDetailCount        PIC 9(07).
       05 xtMessageCount       PIC 9(07).
       05 FILLER               PIC X(115).
