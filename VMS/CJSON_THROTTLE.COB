*> THE SOFTWARE.
*>
*> CJSON_THROTTLE - per-client rate limiting companion program for
*> mod_cjson shareable images. CJSON_DISPATCHER CALLs this right after
*> the CJSON_BLOCK block list gate - before route matching, before
*> CJSON_AUTH - so one misbehaving caller is turned away at the door
*> instead of taking the image down for everyone.
*>
*> Limits live in the CJSON_THROTTLE_LIMITS file, one row per throttled
*> path prefix, hand-maintained:
