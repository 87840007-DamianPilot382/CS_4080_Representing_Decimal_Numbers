*>forward to GLUNMATCH.CARRY (rebuilt through a staging file, like
*>the reject carry) so a posting cannot quietly stay unbooked across
*>days. "E"-flagged postings are excluded from the expected set -
*>the intake is told not to book those - and counted separately;
*>CS4080Suspense holds them on the suspense ledger until cleared.
*>Ends with RETURN-CODE 4 when any break was found.

IDENTIFICATION DIVISION.

*>First still-awaiting posting with the ack's key and account wins -
*>the six field postings of one transaction can share an account,
*>and the intake acknowledges them one line each. A reverse-and-
*>replace puts an offset and a new posting under the same key and
*>account on the same day, so one whose amount also agrees is taken
*>first; only when none does is the ack paired as an amount break.
2200-FIND-EXPECTED.
    MOVE "N" TO WS-EXP-FOUND-SWITCH.
    PERFORM VARYING EXP-IDX FROM 1 BY 1
        IF WS-EXP-STATE (EXP-IDX) = SPACE
            AND WS-EXP-KEY (EXP-IDX) = AK-KEY
            AND WS-EXP-ACCOUNT (EXP-IDX) = AK-ACCOUNT
            AND WS-EXP-AMOUNT (EXP-IDX) = WS-ACK-AMOUNT-N
            MOVE "Y" TO WS-EXP-FOUND-SWITCH
        END-IF
    END-PERFORM.
    IF NOT WS-EXP-FOUND
        PERFORM VARYING EXP-IDX FROM 1 BY 1
                UNTIL EXP-IDX > WS-EXP-COUNT OR WS-EXP-FOUND
            IF WS-EXP-STATE (EXP-IDX) = SPACE
                AND WS-EXP-KEY (EXP-IDX) = AK-KEY
                AND WS-EXP-ACCOUNT (EXP-IDX) = AK-ACCOUNT
                MOVE "Y" TO WS-EXP-FOUND-SWITCH
            END-IF
        END-PERFORM
    END-IF.
    IF WS-EXP-FOUND
        SET EXP-IDX DOWN BY 1
    END-IF.
