                   WHEN WS-TOKEN(WS-TOK-IDX)(1:5) = "RATE="
                       MOVE FUNCTION NUMVAL(WS-TOKEN(WS-TOK-IDX)(6:))
                           TO AUD-RATE
                   WHEN WS-TOKEN(WS-TOK-IDX)(1:4) = "MID="
                       MOVE FUNCTION NUMVAL(WS-TOKEN(WS-TOK-IDX)(5:))
                           TO AUD-MID
                   WHEN WS-TOKEN(WS-TOK-IDX)(1:4) = "RMB="
                       MOVE FUNCTION NUMVAL(WS-TOKEN(WS-TOK-IDX)(5:))
                           TO AUD-RMB
                       MOVE WS-TOKEN(WS-TOK-IDX)(6:) TO AUD-SUPV
                   WHEN WS-TOKEN(WS-TOK-IDX)(1:6) = "QUOTE="
                       MOVE WS-TOKEN(WS-TOK-IDX)(7:) TO AUD-QUOTE
                   WHEN WS-TOKEN(WS-TOK-IDX)(1:5) = "XFER="
                       MOVE WS-TOKEN(WS-TOK-IDX)(6:1) TO AUD-XFER
                   WHEN WS-TOKEN(WS-TOK-IDX)(1:4) = "AMT="
                       MOVE FUNCTION NUMVAL(WS-TOKEN(WS-TOK-IDX)(5:))
                           TO AUD-AMT
                   WHEN WS-TOKEN(WS-TOK-IDX)(1:4) = "VOP="
                       MOVE WS-TOKEN(WS-TOK-IDX)(5:) TO AUD-VOPER
                   WHEN WS-TOKEN(WS-TOK-IDX)(1:3) = "BR="
                       MOVE WS-TOKEN(WS-TOK-IDX)(4:) TO AUD-BRANCH
                   WHEN WS-TOKEN(WS-TOK-IDX)(1:4) = "SEQ="
                       MOVE FUNCTION NUMVAL(WS-TOKEN(WS-TOK-IDX)(5:))
                           TO AUD-SEQ
