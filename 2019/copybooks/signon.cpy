        *> shared operator sign-on and role-check paragraphs. each
        *> program that copies this in must declare operator_file
        *> over operrec.cpy, copy signon-ws.cpy into working-storage
        *> and supply its own log_audit_message paragraph; it signs
        *> on with sign_on_operator before anything else and asks
        *> check_operator_role (role letter in role_wanted) before
        *> every action that needs one.
        sign_on_operator.
           perform until signed_on or signon_attempts >= 3
               move spaces to signon_id
               move spaces to signon_password
               display "operator id: " with no advancing
               accept signon_id
               display "password: " with no advancing
               accept signon_password
               perform find_operator
               if operator_found
                       and operator_password = signon_password
                       and signon_password not = spaces
                   set signed_on to true
                   move operator_id to signed_on_id
                   move operator_name to signed_on_name
                   move operator_roles to signed_on_roles
               else
                   add 1 to signon_attempts
                   display "sign-on failed"
               end-if
           end-perform.
      *> three misses and the session ends - and the attempt is on
      *> the audit log, so someone trying ids can be seen.
           if not signed_on
               display "sign-on refused"
               string "sign-on refused after 3 attempts, last id "
                   signon_id
                   delimited by size into audit_message
               end-string
               perform log_audit_message
               move 16 to return-code
               stop run
           end-if.
           display "signed on as " function trim(signed_on_name)
               " (" function trim(signed_on_id) ")".

        find_operator.
           move 'n' to operator_found_flag.
           move 'n' to operator_eof_flag.
           open input operator_file.
           if operator_file_status not = '00'
               display "[ERROR] no " operator_filename
                   " on file - nobody can sign on"
               move 16 to return-code
               stop run
           end-if.
           perform until operator_eof or operator_found
               read operator_file
                   at end
                       set operator_eof to true
                   not at end
                       if operator_id = signon_id
                               and signon_id not = spaces
                           set operator_found to true
                       end-if
               end-read
           end-perform.
           close operator_file.

        check_operator_role.
           move 'n' to role_flag.
           move zero to role_count.
           inspect signed_on_roles
               tallying role_count for all role_wanted.
           if role_count > zero
               set role_granted to true
           end-if.

        check_inquiry_role.
      *> a listing or query is open to the role that maintains the
      *> data and to read-only inquiry.
           perform check_operator_role.
           if not role_granted
               move role_wanted to role_denied
               move 'I' to role_wanted
               perform check_operator_role
               move role_denied to role_wanted
           end-if.

        refuse_without_role.
           display "operator " function trim(signed_on_id)
               " does not hold role " role_wanted
               " - command refused".
           string "refused - role " role_wanted " not held"
               delimited by size into audit_message
           end-string.
           perform log_audit_message.
