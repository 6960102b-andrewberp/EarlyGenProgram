01 apIdx PIC 9(03).
01 apFoundIdx PIC 9(03).

01 keyReplacedSwitch PIC X(01).
    88 compromisedKeyReplaced VALUE "Y".
01 recordFoundSwitch PIC X(01).
    88 recordFound VALUE "Y".
01 maintErrorText PIC X(40).
    END-IF
    MOVE mtKeyword TO cmKeyword
    MOVE mtLanguageCode TO cmLanguageCode
    MOVE mtBusinessUnit TO cmBusinessUnit
    WRITE correspondentMasterRecord.

ChangeCorrespondent.
    IF cmKeyCompromised
        MOVE "N" TO keyReplacedSwitch
        EVALUATE TRUE
            WHEN mtCipherType IS NOT EQUAL TO SPACES
                    AND mtCipherType IS NOT EQUAL TO cmCipherType
                MOVE "Y" TO keyReplacedSwitch
            WHEN cmCipherKeyword
                IF mtKeyword IS NOT EQUAL TO SPACES
                        AND mtKeyword IS NOT EQUAL TO cmKeyword
                    MOVE "Y" TO keyReplacedSwitch
                END-IF
            WHEN OTHER
                IF mtShiftKey IS NOT EQUAL TO SPACES
                        AND mtShiftKey IS NOT EQUAL TO cmShiftKey
                    MOVE "Y" TO keyReplacedSwitch
                END-IF
        END-EVALUATE
        IF compromisedKeyReplaced
            MOVE "N" TO cmKeyCompromiseFlag
            MOVE SPACES TO cmCompromiseDate
            DISPLAY "ChangeCorrespondent: " mtCorrespondentId " replacement key approved; compromise quarantine lifted"
        ELSE
            DISPLAY "ChangeCorrespondent: " mtCorrespondentId " change does not replace the compromised key; quarantine remains"
        END-IF
    END-IF
    IF mtShiftKey IS NOT EQUAL TO SPACES
        MOVE mtShiftKey TO cmShiftKey
    END-IF
    IF mtLanguageCode IS NOT EQUAL TO SPACES
        MOVE mtLanguageCode TO cmLanguageCode
    END-IF
    IF mtBusinessUnit IS NOT EQUAL TO SPACES
        MOVE mtBusinessUnit TO cmBusinessUnit
    END-IF
    REWRITE correspondentMasterRecord.

ReactivateCorrespondent.
