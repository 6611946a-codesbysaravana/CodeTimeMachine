01 Credential-Record.
05 SEC-Auth-Header    Pic X(80).
05 SEC-Proxy-Userpass Pic X(60).
*> Authorization header value for the ITSM ticketing API (ITSMCFG).
05 SEC-Itsm-Auth-Header Pic X(80).
