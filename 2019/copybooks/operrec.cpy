        *> shared operator-file record layout (operator.txt), one
        *> line per operator in fixed columns: id, password, the
        *> roles the operator holds and the operator's name. a role
        *> is one letter anywhere in the roles field:
        *>     R  reject repair - rejfix, susprel
        *>     F  reference maintenance - refmaint
        *>     M  master housekeeping - modmaint changes, auditq purge
        *>     T  control-table maintenance - tblmaint
        *>     B  manifest backout - backout
        *>     I  read-only inquiry - the listing and query commands
        01 operator_record.
            05 operator_id pic x(10).
            05 filler pic x(1).
            05 operator_password pic x(10).
            05 filler pic x(1).
            05 operator_roles pic x(10).
            05 filler pic x(1).
            05 operator_name pic x(30).
