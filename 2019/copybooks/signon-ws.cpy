        *> shared working-storage fields for operator sign-on and
        *> role checks (see signon.cpy).
        01 operator_filename pic x(12) value "operator.txt".
        01 operator_file_status pic xx.
        01 operator_eof_flag pic x value 'n'.
            88 operator_eof value 'y'.
        01 operator_found_flag pic x value 'n'.
            88 operator_found value 'y'.
        01 signon_id pic x(10).
        01 signon_password pic x(10).
        01 signon_attempts pic 9 value zero.
        01 signed_on_flag pic x value 'n'.
            88 signed_on value 'y'.
        01 signed_on_id pic x(10) value spaces.
        01 signed_on_name pic x(30) value spaces.
        01 signed_on_roles pic x(10) value spaces.
        01 role_wanted pic x.
        01 role_denied pic x.
        01 role_count pic 99.
        01 role_flag pic x value 'n'.
            88 role_granted value 'y'.
