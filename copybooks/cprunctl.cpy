       05 rcRecordsCarried     PIC 9(07).
       05 rcInterfaceDetails   PIC 9(07).
       05 rcMessageCount       PIC 9(07).
       05 rcOutboundSegments   PIC 9(07).
       05 rcOutboundDetails    PIC 9(07).
       05 rcStepStatus         PIC X(01).
           88 rcStepOutOfBalance   VALUE "B".
