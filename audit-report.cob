               "SIGNON" "SIGNOFF" "PINCHANGE" "PARKED"
               "PlayerStmt" "ArchQuery" "ReportDist" "ExcepQueue"
               "ACK" "NameMerge" "MERGE" "RestoreMst" "RESTORE"
               "LOCKCLEAR" "SeasonEnd" "SEASON" "ChgApprove"
               "REQUESTED" "APPROVED" "REJECTED" "EXPIRED"
               "JrnInquiry" "BizDate" "RERUN" "RERUNCLEAR"
               "Scorecard" "ChalBoard" "RollCheck" "REBUILT"
               "DEFERRED" "PlayerMaint" "DORMANT" "RETURNED"
               "REOPENED" "CLOSED".

       01  WS-PROGRAM-TABLE.
           05  WS-PROG OCCURS 50 TIMES.
