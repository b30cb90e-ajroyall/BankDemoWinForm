001000* Data areas passed to DSTEP01P - the reusable step-up          *
001010* challenge.  'I' issues a one-time code for a user and         *
001020* purpose (retiring any outstanding one) and queues it to the   *
001030* user through the BNKMAILQ dispatcher - by text to a verified  *
001035* mobile, or to BCS_EMAIL as DBANK20P routes it; 'V'            *
001040* verifies a keyed code exactly once - wrong three times kills  *
001050* it.  The caller decides what a pass unlocks; BBANK52P's       *
001060* approval gate is the first customer (purpose XAPPROVE).       *
