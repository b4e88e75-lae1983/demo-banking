    function syslog
    function syslog-5424
    function substr-pos
    function api-credential-hash
    function trim length intrinsic.
input-output section.
file-control.
    01 ws-http-body-pos usage binary-long unsigned.
    01 ws-journal-test-path pic x(64)
        value "/tmp/network-test-journal.dat".
    01 ws-api-client-test-path pic x(64)
        value "/tmp/network-test-api-client.dat".
    01 ws-api-entitlement-test-path pic x(64)
        value "/tmp/network-test-api-entitlement.dat".
    01 ws-api-client-id pic x(16) value "CLIENT-0001".
    01 ws-api-hash pic x(64).
    01 ws-api-status pic x(1) value "A".
    01 ws-api-channel pic x(8) value "OPENAPI".
    01 ws-api-scope pic x(1) value "A".
    01 ws-api-entity-id pic x(16) value "ACC-0001".
    01 ws-api-action pic x(1) value "G".
    01 ws-api-result usage binary-long unsigned.
    01 ws-api-see-client-id pic x(16) value "CLIENT-0002".
    01 ws-api-see-level pic x(1) value "R".
    01 ws-audit-eof pic x(1).
    01 ws-audit-refusal pic x(1).
    01 ws-frag-message pic x(2500).
    01 ws-frag-length usage binary-long unsigned value 2500.
procedure division.
    perform receive-tcp-test.
    perform balance-lookup-handler-test.
    perform payment-initiation-handler-test.
    perform api-authentication-test.
    perform api-entitlement-level-test.
    goback.

syslog-test section.

    call "close" using by value ws-tcp-client-socket end-call.
    call "wait" using by value pid3.

api-authentication-test section.
    move api-credential-hash(ws-api-client-id, "secret-key-1")
        to ws-api-hash.
    call "api-client-maintain" using ws-api-client-test-path,
        ws-api-client-id, ws-api-hash, ws-api-status, ws-api-channel,
        ws-acct-user, ws-api-result
    end-call.
    call "assert-equals" using 1, ws-api-result.
    call "api-entitlement-maintain" using
        ws-api-entitlement-test-path, ws-api-client-id, ws-api-scope,
        ws-api-entity-id, ws-api-action, ws-acct-user, ws-api-result
    end-call.
    call "assert-equals" using 0, ws-api-result.
    call "rest-config-set" using ws-acct-master-test-path,
        omitted, omitted, omitted, omitted, omitted, omitted, omitted,
        omitted, omitted, ws-api-client-test-path,
        ws-api-entitlement-test-path
    end-call.

    call "fork" returning pid3.
    if pid3 is ZERO
        call "receive-tcp" using "localhost", 8006, 1,
            address of entry "http-router-callback"
        end-call
    end-if.
    call "sleep" using by value 1.

    call "socket" using
        by value TCP-TEST-AF-INET
        by value TCP-TEST-SOCK-STREAM
        by value 0
        giving ws-tcp-client-socket
    end-call.

    call "htons" using by value 8006 giving tcp-test-port end-call.
    move TCP-TEST-AF-INET to tcp-test-family.
    call "inet_addr" using by reference "127.0.0.1" giving tcp-test-ip-address
        end-call.

    call "connect" using
        by value ws-tcp-client-socket
        by reference ws-tcp-server-address
        by value length(ws-tcp-server-address)
    end-call.

    move 1 to ws-tcp-request-length.
    string
        "GET /balance HTTP/1.1" CR NL delimited by size
        "Host: localhost" CR NL delimited by size
        "X-Account-Id: ACC-0001" CR NL delimited by size
        CR NL delimited by size
        into ws-tcp-request with pointer ws-tcp-request-length
    end-string.
    subtract 1 from ws-tcp-request-length.

    call "send" using
        by value ws-tcp-client-socket
        by reference ws-tcp-request
        by value ws-tcp-request-length
        by value 0
    end-call.

    call "recv" using
        by value ws-tcp-client-socket
        by reference ws-tcp-response
        by value length(ws-tcp-response)
        by value 0
    end-call.
    move RETURN-CODE to ws-tcp-response-length.

    call "assert-equals" using "HTTP/1.1 401 Unauthorized",
        ws-tcp-response(1:25).

    call "close" using by value ws-tcp-client-socket end-call.
    call "wait" using by value pid3.

    call "fork" returning pid3.
    if pid3 is ZERO
        call "receive-tcp" using "localhost", 8007, 1,
            address of entry "http-router-callback"
        end-call
    end-if.
    call "sleep" using by value 1.

    call "socket" using
        by value TCP-TEST-AF-INET
        by value TCP-TEST-SOCK-STREAM
        by value 0
        giving ws-tcp-client-socket
    end-call.

    call "htons" using by value 8007 giving tcp-test-port end-call.
    move TCP-TEST-AF-INET to tcp-test-family.
    call "inet_addr" using by reference "127.0.0.1" giving tcp-test-ip-address
        end-call.

    call "connect" using
        by value ws-tcp-client-socket
        by reference ws-tcp-server-address
        by value length(ws-tcp-server-address)
    end-call.

    move 1 to ws-tcp-request-length.
    string
        "GET /balance HTTP/1.1" CR NL delimited by size
        "Host: localhost" CR NL delimited by size
        "X-Client-Id: CLIENT-0001" CR NL delimited by size
        "X-Api-Key: secret-key-1" CR NL delimited by size
        "X-Account-Id: ACC-0001" CR NL delimited by size
        CR NL delimited by size
        into ws-tcp-request with pointer ws-tcp-request-length
    end-string.
    subtract 1 from ws-tcp-request-length.

    call "send" using
        by value ws-tcp-client-socket
        by reference ws-tcp-request
        by value ws-tcp-request-length
        by value 0
    end-call.

    call "recv" using
        by value ws-tcp-client-socket
        by reference ws-tcp-response
        by value length(ws-tcp-response)
        by value 0
    end-call.
    move RETURN-CODE to ws-tcp-response-length.

    call "assert-equals" using "HTTP/1.1 200 OK", ws-tcp-response(1:15).

    call "close" using by value ws-tcp-client-socket end-call.
    call "wait" using by value pid3.

api-entitlement-level-test section.
*>  a client entitled to see the account may not debit it
    move api-credential-hash(ws-api-see-client-id, "secret-key-2")
        to ws-api-hash.
    call "api-client-maintain" using ws-api-client-test-path,
        ws-api-see-client-id, ws-api-hash, ws-api-status,
        ws-api-channel, ws-acct-user, ws-api-result
    end-call.
    call "api-entitlement-maintain" using
        ws-api-entitlement-test-path, ws-api-see-client-id,
        ws-api-scope, ws-api-entity-id, ws-api-action, ws-acct-user,
        ws-api-result, omitted, omitted, ws-api-see-level
    end-call.
    call "assert-equals" using 0, ws-api-result.
    call "rest-config-set" using ws-acct-master-test-path,
        omitted, omitted, omitted, omitted, omitted, omitted, omitted,
        omitted, omitted, ws-api-client-test-path,
        ws-api-entitlement-test-path, omitted, omitted,
        ws-audit-test-path
    end-call.

    call "fork" returning pid3.
    if pid3 is ZERO
        call "receive-tcp" using "localhost", 8008, 1,
            address of entry "http-router-callback"
        end-call
    end-if.
    call "sleep" using by value 1.

    call "socket" using
        by value TCP-TEST-AF-INET
        by value TCP-TEST-SOCK-STREAM
        by value 0
        giving ws-tcp-client-socket
    end-call.

    call "htons" using by value 8008 giving tcp-test-port end-call.
    move TCP-TEST-AF-INET to tcp-test-family.
    call "inet_addr" using by reference "127.0.0.1" giving tcp-test-ip-address
        end-call.

    call "connect" using
        by value ws-tcp-client-socket
        by reference ws-tcp-server-address
        by value length(ws-tcp-server-address)
    end-call.

    move 1 to ws-tcp-request-length.
    string
        "POST /payment HTTP/1.1" CR NL delimited by size
        "Host: localhost" CR NL delimited by size
        "X-Client-Id: CLIENT-0002" CR NL delimited by size
        "X-Api-Key: secret-key-2" CR NL delimited by size
        "Content-Type: application/x-www-form-urlencoded" CR NL
            delimited by size
        "Content-Length: 86" CR NL delimited by size
        CR NL delimited by size
        "amount=50.00&currency=EUR&debitAccount=ACC-0001&creditAccount=A" &
        "CC-0002&reference=INV-2" delimited by size
        into ws-tcp-request with pointer ws-tcp-request-length
    end-string.
    subtract 1 from ws-tcp-request-length.

    call "send" using
        by value ws-tcp-client-socket
        by reference ws-tcp-request
        by value ws-tcp-request-length
        by value 0
    end-call.

    call "recv" using
        by value ws-tcp-client-socket
        by reference ws-tcp-response
        by value length(ws-tcp-response)
        by value 0
    end-call.
    move RETURN-CODE to ws-tcp-response-length.

    call "assert-equals" using "HTTP/1.1 403 Forbidden",
        ws-tcp-response(1:22).

    call "close" using by value ws-tcp-client-socket end-call.
    call "wait" using by value pid3.

*>  and the refusal is on the audit journal
    move "N" to ws-audit-refusal.
    move "N" to ws-audit-eof.
    open input audit-read-file.
    perform until ws-audit-eof = "Y"
        read audit-read-file
            at end
                move "Y" to ws-audit-eof
            not at end
                if substr-pos(audit-read-record,
                        "client=CLIENT-0002 path=/payment") > 0
                    and substr-pos(audit-read-record,
                        "reason=account not entitled to debit") > 0
                    move "Y" to ws-audit-refusal
                end-if
        end-read
    end-perform.
    close audit-read-file.
    call "assert-equals" using "Y", ws-audit-refusal.
end program network-test.

identification division.
