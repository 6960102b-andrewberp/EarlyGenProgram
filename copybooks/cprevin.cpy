       05 rvActionCode         PIC X(01).
           88 rvActionShift        VALUE "S".
           88 rvActionManual       VALUE "M".
           88 rvActionResubmit     VALUE "R".
       05 rvChosenShift        PIC 9(02).
       05 rvOperatorId         PIC X(08).
       05 rvManualText         PIC X(990).
