88  HWTH-OPT-PROXYUSERPASS           Value 16.
88  HWTH-OPT-ENCODING                Value 17.
88  HWTH-OPT-COOKIEJAR               Value 18.
88  HWTH-OPT-REQUESTBODY             Value 19.
88  HWTH-OPT-TRANSLATE-REQBODY       Value 20.

01  HWTH-VERBOSE                Global Pic 9(9) Binary.
88  HWTH-VERBOSE-OFF                 Value 0.
88  HWTH-XLATE-RESPBODY-NONE          Value 0.
88  HWTH-XLATE-RESPBODY-A2E           Value 1.

01  HWTH-XLATE-REQBODY          Global Pic 9(9) Binary.
88  HWTH-XLATE-REQBODY-NONE           Value 0.
88  HWTH-XLATE-REQBODY-E2A            Value 1.

*> SSL/TLS type used with HWTH-OPT-SSL-TYPE.
01  HWTH-SSL-TYPE               Global Pic 9(9) Binary.
88  HWTH-SSL-TYPE-NONE                Value 0.
